000010******************************************************************
000020* RI0111 15/10/26 LMGZ PROGRAMA INICIAL - MANTENIMIENTO DEL
000030*                      MAESTRO DE CONTACTO DE DEUDORES Y
000040*                      CODEUDORES PAGCHDEU
000050******************************************************************
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.     PAGCHDEM.
000080 AUTHOR.         L. GOMEZ ZUNIGA.
000090 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000100 DATE-WRITTEN.   15/10/2026.
000110 DATE-COMPILED.

000120*=================================================================
000130* PROPOSITO : JOB BATCH QUE MANTIENE EL MAESTRO DE CONTACTO
000140*             PAGCHDEU (DIRECCION, TELEFONO Y CORREO DE LOS
000150*             DEUDORES Y CODEUDORES DE PAGCHPEN), DEL QUE
000160*             PAGCHCOB TOMA LOS DESTINATARIOS DE LOS AVISOS DE
000170*             COBRANZA. LEE DEL ARCHIVO DE MOVIMIENTOS PAGCHDMV
000180*             UNA TARJETA POR OPERACION:
000190*                 A  ALTA      - AGREGA LA PERSONA (ACTIVA)
000200*                 M  MODIFICA  - REEMPLAZA NOMBRE, DIRECCION,
000210*                                TELEFONO Y CORREO POR LOS DE
000220*                                LA TARJETA
000230*                 B  BAJA      - LA MARCA INACTIVA (NO SE BORRA,
000240*                                PARA NO PERDER RASTRO); NO
000250*                                RECIBE MAS AVISOS
000260*                 R  REACTIVA  - LA VUELVE A ACTIVAR
000270*             EL CODIGO DE PERSONA ES EL DE PAGCHPEN
000280*             (MAE-COD-DEUDOR O MAE-COD-CODEUDOR). ALTA Y
000290*             MODIFICA EXIGEN NOMBRE Y PRIMERA LINEA DE
000300*             DIRECCION; EL CORREO, SI VIENE, DEBE LLEVAR UNA
000310*             SOLA ARROBA. TODA TARJETA TRAE EL OPERADOR QUE LA
000320*             CARGO, QUE QUEDA EN EL REGISTRO CON LA FECHA DEL
000330*             ULTIMO CAMBIO. EMITE UNA LINEA POR MOVIMIENTO
000340*             (ACEPTADO O RECHAZADO CON SU MOTIVO) Y TOTALES DE
000350*             CONTROL.
000360*=================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.    IBM-370.
000400 OBJECT-COMPUTER.    IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PAGCHDMV ASSIGN TO PAGCHDMV
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-PAGCHDMV.
000470     SELECT PAGCHDEU ASSIGN TO PAGCHDEU
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS DEU-COD-DEUDOR
000510         FILE STATUS IS WS-FS-PAGCHDEU.
000520     SELECT PAGCHDEM-RPT ASSIGN TO PAGCHDEM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-PAGCHDEM.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PAGCHDMV
000580     LABEL RECORDS ARE STANDARD.
000590 01  REG-DMV-MOVIMIENTO.
000600     02  DMV-OPERACION            PIC X(01).
000610         88 DMV-ALTA              VALUE 'A'.
000620         88 DMV-MODIFICA          VALUE 'M'.
000630         88 DMV-BAJA              VALUE 'B'.
000640         88 DMV-REACTIVA          VALUE 'R'.
000650     02  DMV-COD-DEUDOR           PIC X(20).
000660     02  DMV-NOM-DEUDOR           PIC X(40).
000670     02  DMV-DIR-LINEA-1          PIC X(40).
000680     02  DMV-DIR-LINEA-2          PIC X(40).
000690     02  DMV-DIR-LOCALIDAD        PIC X(30).
000700     02  DMV-DIR-COD-POSTAL       PIC X(10).
000710     02  DMV-NUM-TELEFONO         PIC X(15).
000720     02  DMV-DIR-CORREO           PIC X(60).
000730     02  DMV-COD-OPERADOR         PIC X(08).
000740     02  FILLER                   PIC X(16).
000750 FD  PAGCHDEU
000760     LABEL RECORDS ARE STANDARD.
000770     COPY "PAGCHDEU.cpy".
000780 FD  PAGCHDEM-RPT
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-RPT-DEM                  PIC X(132).

000810 WORKING-STORAGE SECTION.
000820*-----------------------------------------------------------------
000830* SWITCHES Y CONTADORES
000840*-----------------------------------------------------------------
000850 77  WS-FS-PAGCHDMV               PIC X(02) VALUE "00".
000860 77  WS-FS-PAGCHDEU               PIC X(02) VALUE "00".
000870 77  WS-FS-PAGCHDEM               PIC X(02) VALUE "00".
000880 77  WS-FLAG-FIN-PAGCHDMV         PIC X(01) VALUE "N".
000890     88 WS-FIN-PAGCHDMV           VALUE "S".
000900 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
000910     88 WS-ABORTAR                VALUE "S".
000920 77  WS-FECHA-SISTEMA             PIC 9(08).
000930 77  WS-CNT-ARROBAS               PIC 9(03) VALUE 0.
000940 77  WS-CNT-ACEPTADOS             PIC 9(07) VALUE 0.
000950 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
000960*-----------------------------------------------------------------
000970* LINEAS DE REPORTE
000980*-----------------------------------------------------------------
000990 01  WS-LIN-TITULO.
001000     05  FILLER                  PIC X(42) VALUE
001010         "MANTENIMIENTO DEL MAESTRO DE CONTACTO DE D".
001020     05  FILLER                  PIC X(19) VALUE
001030         "EUDORES - PAGCHDEU".
001040 01  WS-LIN-ABORTO.
001050     05  FILLER                  PIC X(19) VALUE
001060         "PROCESO CANCELADO :".
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  LIN-ABO-MOTIVO          PIC X(40).
001090 01  WS-LIN-DETALLE.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  LIN-DET-OPERACION       PIC X(01).
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  LIN-DET-DEUDOR          PIC X(20).
001140     05  FILLER                  PIC X(01) VALUE SPACES.
001150     05  LIN-DET-NOMBRE          PIC X(40).
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  LIN-DET-OPERADOR        PIC X(08).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  LIN-DET-RESULTADO       PIC X(40).
001200 01  WS-LIN-TOT-ACEPTADOS.
001210     05  FILLER                  PIC X(25) VALUE
001220         "MOVIMIENTOS ACEPTADOS   :".
001230     05  LIN-ACE-CANTIDAD        PIC ZZZ,ZZ9.
001240 01  WS-LIN-TOT-RECHAZADOS.
001250     05  FILLER                  PIC X(25) VALUE
001260         "MOVIMIENTOS RECHAZADOS  :".
001270     05  LIN-RCH-CANTIDAD        PIC ZZZ,ZZ9.

001280 PROCEDURE DIVISION.

001290******************************************************************
001300* 0000-MAINLINE
001310******************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001340     IF NOT WS-ABORTAR
001350         PERFORM 2000-PROCESAR-MOVIMIENTOS THRU 2000-EXIT
001360     END-IF.
001370     IF WS-ABORTAR
001380         MOVE 16 TO RETURN-CODE
001390     END-IF.
001400     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001410     STOP RUN.

001420******************************************************************
001430* 1000-INICIALIZAR - ABRE EL REPORTE, LOS MOVIMIENTOS Y EL
001440*                    MAESTRO DE CONTACTO (SE CREA VACIO SI NO
001450*                    EXISTE)
001460******************************************************************
001470 1000-INICIALIZAR.
001480     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
001490     OPEN OUTPUT PAGCHDEM-RPT.
001500     MOVE WS-LIN-TITULO TO REG-RPT-DEM.
001510     WRITE REG-RPT-DEM.
001520     OPEN INPUT PAGCHDMV.
001530     IF WS-FS-PAGCHDMV NOT = "00"
001540         MOVE "ERROR ABRIENDO PAGCHDMV" TO LIN-ABO-MOTIVO
001550         PERFORM 1090-CANCELAR THRU 1090-EXIT
001560         GO TO 1000-EXIT
001570     END-IF.
001580     OPEN I-O PAGCHDEU.
001590     IF WS-FS-PAGCHDEU = "35"
001600         OPEN OUTPUT PAGCHDEU
001610         CLOSE PAGCHDEU
001620         OPEN I-O PAGCHDEU
001630     END-IF.
001640     IF WS-FS-PAGCHDEU NOT = "00"
001650         MOVE "ERROR ABRIENDO PAGCHDEU" TO LIN-ABO-MOTIVO
001660         PERFORM 1090-CANCELAR THRU 1090-EXIT
001670         CLOSE PAGCHDMV
001680     END-IF.
001690 1000-EXIT.
001700     EXIT.

001710******************************************************************
001720* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
001730******************************************************************
001740 1090-CANCELAR.
001750     MOVE WS-LIN-ABORTO TO REG-RPT-DEM.
001760     WRITE REG-RPT-DEM.
001770     SET WS-ABORTAR TO TRUE.
001780 1090-EXIT.
001790     EXIT.

001800******************************************************************
001810* 2000-PROCESAR-MOVIMIENTOS - RECORRE EL ARCHIVO DE TARJETAS
001820*                             Y APLICA CADA MOVIMIENTO
001830******************************************************************
001840 2000-PROCESAR-MOVIMIENTOS.
001850     PERFORM 2100-PROCESAR-MOVIMIENTO THRU 2100-EXIT
001860         UNTIL WS-FIN-PAGCHDMV.
001870     CLOSE PAGCHDMV PAGCHDEU.
001880 2000-EXIT.
001890     EXIT.

001900******************************************************************
001910* 2100-PROCESAR-MOVIMIENTO - LEE UNA TARJETA, LA VALIDA Y LA
001920*                            APLICA AL MAESTRO
001930******************************************************************
001940 2100-PROCESAR-MOVIMIENTO.
001950     READ PAGCHDMV
001960         AT END
001970             SET WS-FIN-PAGCHDMV TO TRUE
001980             GO TO 2100-EXIT
001990     END-READ.
002000     MOVE SPACES           TO LIN-DET-RESULTADO.
002010     MOVE DMV-OPERACION    TO LIN-DET-OPERACION.
002020     MOVE DMV-COD-DEUDOR   TO LIN-DET-DEUDOR.
002030     MOVE DMV-NOM-DEUDOR   TO LIN-DET-NOMBRE.
002040     MOVE DMV-COD-OPERADOR TO LIN-DET-OPERADOR.
002050     IF DMV-COD-DEUDOR = SPACES
002060         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002070         MOVE "FALTA CODIGO DE DEUDOR"
002080                             TO LIN-DET-RESULTADO
002090         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002100         GO TO 2100-EXIT
002110     END-IF.
002120     IF DMV-COD-OPERADOR = SPACES
002130         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002140         MOVE "FALTA CODIGO DE OPERADOR"
002150                             TO LIN-DET-RESULTADO
002160         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002170         GO TO 2100-EXIT
002180     END-IF.
002190     IF DMV-ALTA OR DMV-MODIFICA
002200         PERFORM 2200-VALIDA-DATOS THRU 2200-EXIT
002210         IF LIN-DET-RESULTADO NOT = SPACES
002220             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002230             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002240             GO TO 2100-EXIT
002250         END-IF
002260     END-IF.
002270     EVALUATE TRUE
002280         WHEN DMV-ALTA
002290             PERFORM 3000-ALTA-CONTACTO THRU 3000-EXIT
002300         WHEN DMV-MODIFICA
002310             PERFORM 4000-MODIFICA-CONTACTO THRU 4000-EXIT
002320         WHEN DMV-BAJA
002330             PERFORM 5000-CAMBIA-ESTADO THRU 5000-EXIT
002340         WHEN DMV-REACTIVA
002350             PERFORM 5000-CAMBIA-ESTADO THRU 5000-EXIT
002360         WHEN OTHER
002370             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
002380             MOVE "OPERACION NO DEFINIDA"
002390                             TO LIN-DET-RESULTADO
002400             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
002410     END-EVALUATE.
002420 2100-EXIT.
002430     EXIT.

002440******************************************************************
002450* 2200-VALIDA-DATOS - VALIDA LOS DATOS DE CONTACTO DE UNA ALTA
002460*                     O MODIFICA; DEJA EL MOTIVO DEL RECHAZO EN
002470*                     LIN-DET-RESULTADO
002480******************************************************************
002490 2200-VALIDA-DATOS.
002500     IF DMV-NOM-DEUDOR = SPACES
002510         MOVE "FALTA NOMBRE" TO LIN-DET-RESULTADO
002520         GO TO 2200-EXIT
002530     END-IF.
002540*    SIN DIRECCION POSTAL NO HAY A DONDE MANDAR EL AVISO
002550     IF DMV-DIR-LINEA-1 = SPACES
002560         MOVE "FALTA DIRECCION" TO LIN-DET-RESULTADO
002570         GO TO 2200-EXIT
002580     END-IF.
002590     IF DMV-DIR-CORREO = SPACES
002600         GO TO 2200-EXIT
002610     END-IF.
002620     MOVE 0 TO WS-CNT-ARROBAS.
002630     INSPECT DMV-DIR-CORREO TALLYING WS-CNT-ARROBAS
002640         FOR ALL "@".
002650     IF WS-CNT-ARROBAS NOT = 1
002660         MOVE "CORREO ELECTRONICO INVALIDO"
002670                             TO LIN-DET-RESULTADO
002680     END-IF.
002690 2200-EXIT.
002700     EXIT.

002710******************************************************************
002720* 2900-RECHAZAR-MOVIMIENTO - CUENTA EL RECHAZO
002730******************************************************************
002740 2900-RECHAZAR-MOVIMIENTO.
002750     ADD 1 TO WS-CNT-RECHAZADOS.
002760 2900-EXIT.
002770     EXIT.

002780******************************************************************
002790* 2950-LINEA-DETALLE - EMITE LA LINEA DEL MOVIMIENTO
002800******************************************************************
002810 2950-LINEA-DETALLE.
002820     MOVE WS-LIN-DETALLE TO REG-RPT-DEM.
002830     WRITE REG-RPT-DEM.
002840 2950-EXIT.
002850     EXIT.

002860******************************************************************
002870* 2960-DATOS-CONTACTO - PASA LOS DATOS DE LA TARJETA Y EL
002880*                       RASTRO DEL CAMBIO AL REGISTRO
002890******************************************************************
002900 2960-DATOS-CONTACTO.
002910     MOVE DMV-NOM-DEUDOR     TO DEU-NOM-DEUDOR.
002920     MOVE DMV-DIR-LINEA-1    TO DEU-DIR-LINEA-1.
002930     MOVE DMV-DIR-LINEA-2    TO DEU-DIR-LINEA-2.
002940     MOVE DMV-DIR-LOCALIDAD  TO DEU-DIR-LOCALIDAD.
002950     MOVE DMV-DIR-COD-POSTAL TO DEU-DIR-COD-POSTAL.
002960     MOVE DMV-NUM-TELEFONO   TO DEU-NUM-TELEFONO.
002970     MOVE DMV-DIR-CORREO     TO DEU-DIR-CORREO.
002980 2960-EXIT.
002990     EXIT.

003000******************************************************************
003010* 3000-ALTA-CONTACTO - AGREGA LA PERSONA COMO ACTIVA
003020******************************************************************
003030 3000-ALTA-CONTACTO.
003040     MOVE DMV-COD-DEUDOR TO DEU-COD-DEUDOR.
003050     READ PAGCHDEU
003060         INVALID KEY
003070             CONTINUE
003080         NOT INVALID KEY
003090             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003100             MOVE "DEUDOR YA EXISTE, USE MODIFICA"
003110                             TO LIN-DET-RESULTADO
003120             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003130             GO TO 3000-EXIT
003140     END-READ.
003150     MOVE SPACES           TO REG-DEU-CONTACTO.
003160     MOVE DMV-COD-DEUDOR   TO DEU-COD-DEUDOR.
003170     PERFORM 2960-DATOS-CONTACTO THRU 2960-EXIT.
003180     SET DEU-ACTIVO        TO TRUE.
003190     MOVE WS-FECHA-SISTEMA TO DEU-FEC-ACTUALIZACION.
003200     MOVE DMV-COD-OPERADOR TO DEU-COD-OPERADOR.
003210     WRITE REG-DEU-CONTACTO
003220         INVALID KEY
003230             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003240             MOVE "ERROR ESCRIBIENDO PAGCHDEU"
003250                             TO LIN-DET-RESULTADO
003260             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003270             GO TO 3000-EXIT
003280     END-WRITE.
003290     ADD 1 TO WS-CNT-ACEPTADOS.
003300     MOVE "DEUDOR AGREGADO" TO LIN-DET-RESULTADO.
003310     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
003320 3000-EXIT.
003330     EXIT.

003340******************************************************************
003350* 4000-MODIFICA-CONTACTO - REEMPLAZA LOS DATOS DE CONTACTO
003360******************************************************************
003370 4000-MODIFICA-CONTACTO.
003380     MOVE DMV-COD-DEUDOR TO DEU-COD-DEUDOR.
003390     READ PAGCHDEU
003400         INVALID KEY
003410             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003420             MOVE "DEUDOR NO EXISTE"
003430                             TO LIN-DET-RESULTADO
003440             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003450             GO TO 4000-EXIT
003460     END-READ.
003470     PERFORM 2960-DATOS-CONTACTO THRU 2960-EXIT.
003480     MOVE WS-FECHA-SISTEMA TO DEU-FEC-ACTUALIZACION.
003490     MOVE DMV-COD-OPERADOR TO DEU-COD-OPERADOR.
003500     REWRITE REG-DEU-CONTACTO
003510         INVALID KEY
003520             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003530             MOVE "ERROR REESCRIBIENDO PAGCHDEU"
003540                             TO LIN-DET-RESULTADO
003550             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003560             GO TO 4000-EXIT
003570     END-REWRITE.
003580     ADD 1 TO WS-CNT-ACEPTADOS.
003590     MOVE "DATOS DE CONTACTO MODIFICADOS" TO LIN-DET-RESULTADO.
003600     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
003610 4000-EXIT.
003620     EXIT.

003630******************************************************************
003640* 5000-CAMBIA-ESTADO - DA DE BAJA (INACTIVA) O REACTIVA A LA
003650*                      PERSONA
003660******************************************************************
003670 5000-CAMBIA-ESTADO.
003680     MOVE DMV-COD-DEUDOR TO DEU-COD-DEUDOR.
003690     READ PAGCHDEU
003700         INVALID KEY
003710             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003720             MOVE "DEUDOR NO EXISTE"
003730                             TO LIN-DET-RESULTADO
003740             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003750             GO TO 5000-EXIT
003760     END-READ.
003770     MOVE DEU-NOM-DEUDOR TO LIN-DET-NOMBRE.
003780     IF DMV-BAJA
003790         SET DEU-INACTIVO TO TRUE
003800     ELSE
003810         SET DEU-ACTIVO   TO TRUE
003820     END-IF.
003830     MOVE WS-FECHA-SISTEMA TO DEU-FEC-ACTUALIZACION.
003840     MOVE DMV-COD-OPERADOR TO DEU-COD-OPERADOR.
003850     REWRITE REG-DEU-CONTACTO
003860         INVALID KEY
003870             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
003880             MOVE "ERROR REESCRIBIENDO PAGCHDEU"
003890                             TO LIN-DET-RESULTADO
003900             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
003910             GO TO 5000-EXIT
003920     END-REWRITE.
003930     ADD 1 TO WS-CNT-ACEPTADOS.
003940     IF DMV-BAJA
003950         MOVE "DEUDOR DADO DE BAJA" TO LIN-DET-RESULTADO
003960     ELSE
003970         MOVE "DEUDOR REACTIVADO"   TO LIN-DET-RESULTADO
003980     END-IF.
003990     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
004000 5000-EXIT.
004010     EXIT.

004020******************************************************************
004030* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
004040******************************************************************
004050 8000-TERMINAR.
004060     MOVE WS-CNT-ACEPTADOS TO LIN-ACE-CANTIDAD.
004070     MOVE WS-LIN-TOT-ACEPTADOS TO REG-RPT-DEM.
004080     WRITE REG-RPT-DEM.
004090     MOVE WS-CNT-RECHAZADOS TO LIN-RCH-CANTIDAD.
004100     MOVE WS-LIN-TOT-RECHAZADOS TO REG-RPT-DEM.
004110     WRITE REG-RPT-DEM.
004120     CLOSE PAGCHDEM-RPT.
004130 8000-EXIT.
004140     EXIT.
