000010******************************************************************
000020* RI0114 15/10/26 LMGZ PROGRAMA INICIAL - MANTENIMIENTO DE LOS
000030*                      MANDATOS DE DEBITO AUTOMATICO PAGCHMDA CON
000040*                      AUTORIZADOR Y PISTA DE AUDITORIA EN
000050*                      PAGCHADA
000060******************************************************************
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID.     PAGCHDAM.
000090 AUTHOR.         L. GOMEZ ZUNIGA.
000100 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000110 DATE-WRITTEN.   15/10/2026.
000120 DATE-COMPILED.

000130*=================================================================
000140* PROPOSITO : JOB BATCH QUE MANTIENE EL MAESTRO DE MANDATOS DE
000150*             DEBITO AUTOMATICO PAGCHMDA: EL BANCO Y LA CUENTA EN
000160*             QUE CADA DEUDOR AUTORIZO DEBITAR LAS CUOTAS DE UNA
000170*             EMPRESA/SERVICIO (VER PAGCHDAE Y PAGCHDAR). LEE DEL
000180*             ARCHIVO DE MOVIMIENTOS PAGCHMMV UNA TARJETA POR
000190*             OPERACION:
000200*                 A  ALTA      - INSCRIBE EL MANDATO (ACTIVO)
000210*                 M  MODIFICA  - CAMBIA BANCO, CUENTA, TIPO DE
000220*                                CUENTA Y/O TITULAR; SI CAMBIA LA
000230*                                CUENTA SE REINICIA LA CUENTA DE
000240*                                RECHAZOS
000250*                 B  BAJA      - LO MARCA DE BAJA (NO SE BORRA,
000260*                                PARA NO PERDER RASTRO); NO SE
000270*                                PIDEN MAS DEBITOS
000280*                 R  REACTIVA  - VUELVE A ACTIVAR UN MANDATO
000290*                                SUSPENDIDO POR RECHAZOS O DE BAJA
000300*                                Y REINICIA LA CUENTA DE RECHAZOS
000310*             LA EMPRESA/SERVICIO DE UNA ALTA DEBE EXISTIR ACTIVA
000320*             EN EL CATALOGO PAGCHCAT. CADA TARJETA TRAE EL
000330*             OPERADOR QUE LA CARGO Y EL AUTORIZADOR QUE LA
000340*             APRUEBA, QUE DEBE SER OTRO, EXISTIR EN PAGCHOPE Y
000350*             ESTAR ACTIVO. CADA CAMBIO APLICADO DEJA EN PAGCHADA
000360*             QUIEN, CUANDO Y LOS VALORES ANTERIORES Y NUEVOS,
000370*             COMO PAGCHOPM EN PAGCHOAU. EMITE UNA LINEA POR
000380*             MOVIMIENTO (ACEPTADO O RECHAZADO CON SU MOTIVO) Y
000390*             TOTALES DE CONTROL.
000400*=================================================================
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PAGCHMMV ASSIGN TO PAGCHMMV
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-PAGCHMMV.
000510     SELECT PAGCHMDA ASSIGN TO PAGCHMDA
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS MDA-LLAVE-PRIMARIA
000550         FILE STATUS IS WS-FS-PAGCHMDA.
000560     SELECT PAGCHOPE ASSIGN TO PAGCHOPE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS OPE-COD-OPERADOR
000600         FILE STATUS IS WS-FS-PAGCHOPE.
000610     SELECT PAGCHCAT ASSIGN TO PAGCHCAT
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CAT-LLAVE-PRIMARIA
000650         FILE STATUS IS WS-FS-PAGCHCAT.
000660     SELECT PAGCHADA ASSIGN TO PAGCHADA
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-FS-PAGCHADA.
000700     SELECT PAGCHDAM-RPT ASSIGN TO PAGCHDAM
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-PAGCHDAM.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PAGCHMMV
000760     LABEL RECORDS ARE STANDARD.
000770 01  REG-MMV-MOVIMIENTO.
000780     02  MMV-OPERACION            PIC X(01).
000790         88 MMV-ALTA              VALUE 'A'.
000800         88 MMV-MODIFICA          VALUE 'M'.
000810         88 MMV-BAJA              VALUE 'B'.
000820         88 MMV-REACTIVA          VALUE 'R'.
000830     02  MMV-LLAVE-MANDATO.
000840         03  MMV-COD-EMPRESA      PIC 9(03).
000850         03  MMV-COD-SERVICIO     PIC 9(02).
000860         03  MMV-COD-DEUDOR       PIC X(20).
000870     02  MMV-COD-BANCO            PIC X(04).
000880     02  MMV-NUM-CUENTA           PIC X(20).
000890     02  MMV-TIP-CUENTA           PIC X(01).
000900         88 MMV-TIP-CUENTA-VALIDO VALUE 'A' 'C'.
000910     02  MMV-NOM-TITULAR          PIC X(40).
000920     02  MMV-COD-OPERADOR         PIC X(08).
000930     02  MMV-COD-AUTORIZADOR      PIC X(08).
000940     02  FILLER                   PIC X(13).
000950 FD  PAGCHMDA
000960     LABEL RECORDS ARE STANDARD.
000970     COPY "PAGCHMDA.cpy".
000980 FD  PAGCHOPE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY "PAGCHOPE.cpy".
001010 FD  PAGCHCAT
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "PAGCHCAT.cpy".
001040 FD  PAGCHADA
001050     LABEL RECORDS ARE STANDARD.
001060     COPY "PAGCHADA.cpy".
001070 FD  PAGCHDAM-RPT
001080     LABEL RECORDS ARE STANDARD.
001090 01  REG-RPT-DAM                  PIC X(132).

001100 WORKING-STORAGE SECTION.
001110*-----------------------------------------------------------------
001120* SWITCHES Y CONTADORES
001130*-----------------------------------------------------------------
001140 77  WS-FS-PAGCHMMV               PIC X(02) VALUE "00".
001150 77  WS-FS-PAGCHMDA               PIC X(02) VALUE "00".
001160 77  WS-FS-PAGCHOPE               PIC X(02) VALUE "00".
001170 77  WS-FS-PAGCHCAT               PIC X(02) VALUE "00".
001180 77  WS-FS-PAGCHADA               PIC X(02) VALUE "00".
001190 77  WS-FS-PAGCHDAM               PIC X(02) VALUE "00".
001200 77  WS-FLAG-FIN-PAGCHMMV         PIC X(01) VALUE "N".
001210     88 WS-FIN-PAGCHMMV           VALUE "S".
001220 77  WS-FLAG-ABORTAR              PIC X(01) VALUE "N".
001230     88 WS-ABORTAR                VALUE "S".
001240 77  WS-FECHA-SISTEMA             PIC 9(08).
001250 77  WS-HORA-SISTEMA              PIC 9(08).
001260 77  WS-CNT-ACEPTADOS             PIC 9(07) VALUE 0.
001270 77  WS-CNT-RECHAZADOS            PIC 9(07) VALUE 0.
001280*-----------------------------------------------------------------
001290* IMAGEN ANTERIOR DEL MANDATO AFECTADO, GUARDADA ANTES DE APLICAR
001300* EL CAMBIO PARA LA PISTA DE AUDITORIA (EN LAS ALTAS QUEDA EN
001310* BLANCO/CEROS)
001320*-----------------------------------------------------------------
001330 01  WS-IMAGEN-ANTERIOR.
001340     05  WS-ANT-COD-BANCO         PIC X(04).
001350     05  WS-ANT-NUM-CUENTA        PIC X(20).
001360     05  WS-ANT-TIP-CUENTA        PIC X(01).
001370     05  WS-ANT-NOM-TITULAR       PIC X(40).
001380     05  WS-ANT-FLAG-ESTADO       PIC X(01).
001390     05  WS-ANT-CNT-RECHAZOS      PIC 9(02).
001400*-----------------------------------------------------------------
001410* LINEAS DE REPORTE
001420*-----------------------------------------------------------------
001430 01  WS-LIN-TITULO.
001440     05  FILLER                  PIC X(42) VALUE
001450         "MANTENIMIENTO DE MANDATOS DE DEBITO AUTOMA".
001460     05  FILLER                  PIC X(19) VALUE
001470         "TICO - PAGCHMDA".
001480 01  WS-LIN-ABORTO.
001490     05  FILLER                  PIC X(19) VALUE
001500         "PROCESO CANCELADO :".
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  LIN-ABO-MOTIVO          PIC X(40).
001530 01  WS-LIN-DETALLE.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  LIN-DET-OPERACION       PIC X(01).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  LIN-DET-EMPRESA         PIC X(03).
001580     05  FILLER                  PIC X(01) VALUE "-".
001590     05  LIN-DET-SERVICIO        PIC X(02).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  LIN-DET-DEUDOR          PIC X(20).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  LIN-DET-BANCO           PIC X(04).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  LIN-DET-CUENTA          PIC X(20).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  LIN-DET-OPERADOR        PIC X(08).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  LIN-DET-AUTORIZADOR     PIC X(08).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  LIN-DET-RESULTADO       PIC X(40).
001720 01  WS-LIN-TOT-ACEPTADOS.
001730     05  FILLER                  PIC X(25) VALUE
001740         "MOVIMIENTOS ACEPTADOS   :".
001750     05  LIN-ACE-CANTIDAD        PIC ZZZ,ZZ9.
001760 01  WS-LIN-TOT-RECHAZADOS.
001770     05  FILLER                  PIC X(25) VALUE
001780         "MOVIMIENTOS RECHAZADOS  :".
001790     05  LIN-RCH-CANTIDAD        PIC ZZZ,ZZ9.

001800 PROCEDURE DIVISION.

001810******************************************************************
001820* 0000-MAINLINE
001830******************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001860     IF NOT WS-ABORTAR
001870         PERFORM 2000-PROCESAR-MOVIMIENTOS THRU 2000-EXIT
001880     END-IF.
001890     IF WS-ABORTAR
001900         MOVE 16 TO RETURN-CODE
001910     END-IF.
001920     PERFORM 8000-TERMINAR THRU 8000-EXIT.
001930     STOP RUN.

001940******************************************************************
001950* 1000-INICIALIZAR - ABRE EL REPORTE, LOS MOVIMIENTOS, EL
001960*                    MAESTRO DE MANDATOS (SE CREA VACIO SI NO
001970*                    EXISTE), LOS MAESTROS DE CONSULTA Y LA PISTA
001980*                    DE AUDITORIA
001990******************************************************************
002000 1000-INICIALIZAR.
002010     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
002020     OPEN OUTPUT PAGCHDAM-RPT.
002030     MOVE WS-LIN-TITULO TO REG-RPT-DAM.
002040     WRITE REG-RPT-DAM.
002050     OPEN INPUT PAGCHMMV.
002060     IF WS-FS-PAGCHMMV NOT = "00"
002070         MOVE "ERROR ABRIENDO PAGCHMMV" TO LIN-ABO-MOTIVO
002080         PERFORM 1090-CANCELAR THRU 1090-EXIT
002090         GO TO 1000-EXIT
002100     END-IF.
002110     OPEN I-O PAGCHMDA.
002120     IF WS-FS-PAGCHMDA = "35"
002130         OPEN OUTPUT PAGCHMDA
002140         CLOSE PAGCHMDA
002150         OPEN I-O PAGCHMDA
002160     END-IF.
002170     IF WS-FS-PAGCHMDA NOT = "00"
002180         MOVE "ERROR ABRIENDO PAGCHMDA" TO LIN-ABO-MOTIVO
002190         PERFORM 1090-CANCELAR THRU 1090-EXIT
002200         CLOSE PAGCHMMV
002210         GO TO 1000-EXIT
002220     END-IF.
002230*    SIN MAESTRO DE OPERADORES NADIE PUEDE AUTORIZAR
002240     OPEN INPUT PAGCHOPE.
002250     IF WS-FS-PAGCHOPE NOT = "00"
002260         MOVE "ERROR ABRIENDO PAGCHOPE" TO LIN-ABO-MOTIVO
002270         PERFORM 1090-CANCELAR THRU 1090-EXIT
002280         CLOSE PAGCHMMV PAGCHMDA
002290         GO TO 1000-EXIT
002300     END-IF.
002310     OPEN INPUT PAGCHCAT.
002320     IF WS-FS-PAGCHCAT NOT = "00"
002330         MOVE "ERROR ABRIENDO PAGCHCAT" TO LIN-ABO-MOTIVO
002340         PERFORM 1090-CANCELAR THRU 1090-EXIT
002350         CLOSE PAGCHMMV PAGCHMDA PAGCHOPE
002360         GO TO 1000-EXIT
002370     END-IF.
002380     OPEN EXTEND PAGCHADA.
002390     IF WS-FS-PAGCHADA = "05" OR "35"
002400         OPEN OUTPUT PAGCHADA
002410         CLOSE PAGCHADA
002420         OPEN EXTEND PAGCHADA
002430     END-IF.
002440*    SIN PISTA DE AUDITORIA NO SE TOCA EL MAESTRO, COMO EN
002450*    PAGCHOPM
002460     IF WS-FS-PAGCHADA NOT = "00"
002470         MOVE "ERROR ABRIENDO PAGCHADA" TO LIN-ABO-MOTIVO
002480         PERFORM 1090-CANCELAR THRU 1090-EXIT
002490         CLOSE PAGCHMMV PAGCHMDA PAGCHOPE PAGCHCAT
002500     END-IF.
002510 1000-EXIT.
002520     EXIT.

002530******************************************************************
002540* 1090-CANCELAR - EMITE EL MOTIVO DE LA CANCELACION
002550******************************************************************
002560 1090-CANCELAR.
002570     MOVE WS-LIN-ABORTO TO REG-RPT-DAM.
002580     WRITE REG-RPT-DAM.
002590     SET WS-ABORTAR TO TRUE.
002600 1090-EXIT.
002610     EXIT.

002620******************************************************************
002630* 2000-PROCESAR-MOVIMIENTOS - RECORRE EL ARCHIVO DE TARJETAS
002640*                             Y APLICA CADA MOVIMIENTO
002650******************************************************************
002660 2000-PROCESAR-MOVIMIENTOS.
002670     PERFORM 2100-PROCESAR-MOVIMIENTO THRU 2100-EXIT
002680         UNTIL WS-FIN-PAGCHMMV.
002690     CLOSE PAGCHMMV PAGCHMDA PAGCHOPE PAGCHCAT PAGCHADA.
002700 2000-EXIT.
002710     EXIT.

002720******************************************************************
002730* 2100-PROCESAR-MOVIMIENTO - LEE UNA TARJETA, VALIDA LA LLAVE, EL
002740*                            OPERADOR Y EL AUTORIZADOR Y DESPACHA
002750*                            SEGUN LA OPERACION
002760******************************************************************
002770 2100-PROCESAR-MOVIMIENTO.
002780     READ PAGCHMMV
002790         AT END
002800             SET WS-FIN-PAGCHMMV TO TRUE
002810             GO TO 2100-EXIT
002820     END-READ.
002830     MOVE SPACES              TO LIN-DET-RESULTADO.
002840     MOVE MMV-OPERACION       TO LIN-DET-OPERACION.
002850     MOVE MMV-COD-EMPRESA     TO LIN-DET-EMPRESA.
002860     MOVE MMV-COD-SERVICIO    TO LIN-DET-SERVICIO.
002870     MOVE MMV-COD-DEUDOR      TO LIN-DET-DEUDOR.
002880     MOVE MMV-COD-BANCO       TO LIN-DET-BANCO.
002890     MOVE MMV-NUM-CUENTA      TO LIN-DET-CUENTA.
002900     MOVE MMV-COD-OPERADOR    TO LIN-DET-OPERADOR.
002910     MOVE MMV-COD-AUTORIZADOR TO LIN-DET-AUTORIZADOR.
002920     IF MMV-COD-EMPRESA NOT NUMERIC
002930     OR MMV-COD-SERVICIO NOT NUMERIC
002940         MOVE "EMPRESA O SERVICIO NO NUMERICO"
002950                             TO LIN-DET-RESULTADO
002960         GO TO 2100-RECHAZO
002970     END-IF.
002980     IF MMV-COD-DEUDOR = SPACES
002990         MOVE "FALTA CODIGO DE DEUDOR"
003000                             TO LIN-DET-RESULTADO
003010         GO TO 2100-RECHAZO
003020     END-IF.
003030     IF MMV-COD-OPERADOR = SPACES
003040         MOVE "FALTA CODIGO DE OPERADOR"
003050                             TO LIN-DET-RESULTADO
003060         GO TO 2100-RECHAZO
003070     END-IF.
003080     IF MMV-COD-AUTORIZADOR = SPACES
003090         MOVE "FALTA AUTORIZADOR"
003100                             TO LIN-DET-RESULTADO
003110         GO TO 2100-RECHAZO
003120     END-IF.
003130     IF MMV-COD-AUTORIZADOR = MMV-COD-OPERADOR
003140         MOVE "NADIE AUTORIZA SU PROPIO CAMBIO"
003150                             TO LIN-DET-RESULTADO
003160         GO TO 2100-RECHAZO
003170     END-IF.
003180     PERFORM 2200-VALIDA-AUTORIZADOR THRU 2200-EXIT.
003190     IF LIN-DET-RESULTADO NOT = SPACES
003200         GO TO 2100-RECHAZO
003210     END-IF.
003220     IF MMV-ALTA OR MMV-MODIFICA
003230         PERFORM 2300-VALIDA-DATOS THRU 2300-EXIT
003240         IF LIN-DET-RESULTADO NOT = SPACES
003250             GO TO 2100-RECHAZO
003260         END-IF
003270     END-IF.
003280     EVALUATE TRUE
003290         WHEN MMV-ALTA
003300             PERFORM 3000-ALTA-MANDATO THRU 3000-EXIT
003310         WHEN MMV-BAJA
003320             PERFORM 4000-BAJA-MANDATO THRU 4000-EXIT
003330         WHEN MMV-MODIFICA
003340             PERFORM 5000-MODIFICA-MANDATO THRU 5000-EXIT
003350         WHEN MMV-REACTIVA
003360             PERFORM 5500-REACTIVA-MANDATO THRU 5500-EXIT
003370         WHEN OTHER
003380             MOVE "OPERACION NO DEFINIDA"
003390                             TO LIN-DET-RESULTADO
003400             GO TO 2100-RECHAZO
003410     END-EVALUATE.
003420     GO TO 2100-EXIT.
003430 2100-RECHAZO.
003440     PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT.
003450     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
003460 2100-EXIT.
003470     EXIT.

003480******************************************************************
003490* 2200-VALIDA-AUTORIZADOR - EL AUTORIZADOR DEBE EXISTIR EN EL
003500*                           MAESTRO DE OPERADORES Y ESTAR ACTIVO.
003510*                           DEJA EL MOTIVO DEL RECHAZO EN
003520*                           LIN-DET-RESULTADO (BLANCO = PASA)
003530******************************************************************
003540 2200-VALIDA-AUTORIZADOR.
003550     MOVE SPACES TO LIN-DET-RESULTADO.
003560     MOVE MMV-COD-AUTORIZADOR TO OPE-COD-OPERADOR.
003570     READ PAGCHOPE
003580         INVALID KEY
003590             MOVE "AUTORIZADOR NO EXISTE"
003600                             TO LIN-DET-RESULTADO
003610             GO TO 2200-EXIT
003620     END-READ.
003630     IF OPE-INACTIVO
003640         MOVE "AUTORIZADOR INACTIVO"
003650                             TO LIN-DET-RESULTADO
003660     END-IF.
003670 2200-EXIT.
003680     EXIT.

003690******************************************************************
003700* 2300-VALIDA-DATOS - VALIDA LOS DATOS BANCARIOS DE UNA ALTA O
003710*                     MODIFICA; DEJA EL MOTIVO DEL RECHAZO EN
003720*                     LIN-DET-RESULTADO
003730******************************************************************
003740 2300-VALIDA-DATOS.
003750     IF MMV-COD-BANCO = SPACES
003760         MOVE "FALTA CODIGO DE BANCO" TO LIN-DET-RESULTADO
003770         GO TO 2300-EXIT
003780     END-IF.
003790     IF MMV-NUM-CUENTA = SPACES
003800         MOVE "FALTA NUMERO DE CUENTA" TO LIN-DET-RESULTADO
003810         GO TO 2300-EXIT
003820     END-IF.
003830     IF NOT MMV-TIP-CUENTA-VALIDO
003840         MOVE "TIPO DE CUENTA INVALIDO (A/C)"
003850                             TO LIN-DET-RESULTADO
003860         GO TO 2300-EXIT
003870     END-IF.
003880     IF MMV-NOM-TITULAR = SPACES
003890         MOVE "FALTA TITULAR DE LA CUENTA" TO LIN-DET-RESULTADO
003900     END-IF.
003910 2300-EXIT.
003920     EXIT.

003930******************************************************************
003940* 2900-RECHAZAR-MOVIMIENTO - CUENTA EL RECHAZO
003950******************************************************************
003960 2900-RECHAZAR-MOVIMIENTO.
003970     ADD 1 TO WS-CNT-RECHAZADOS.
003980 2900-EXIT.
003990     EXIT.

004000******************************************************************
004010* 2950-LINEA-DETALLE - EMITE LA LINEA DEL MOVIMIENTO
004020******************************************************************
004030 2950-LINEA-DETALLE.
004040     MOVE WS-LIN-DETALLE TO REG-RPT-DAM.
004050     WRITE REG-RPT-DAM.
004060 2950-EXIT.
004070     EXIT.

004080******************************************************************
004090* 2960-DATOS-MANDATO - PASA LOS DATOS BANCARIOS DE LA TARJETA Y EL
004100*                      RASTRO DEL CAMBIO AL REGISTRO
004110******************************************************************
004120 2960-DATOS-MANDATO.
004130     MOVE MMV-COD-BANCO      TO MDA-COD-BANCO.
004140     MOVE MMV-NUM-CUENTA     TO MDA-NUM-CUENTA.
004150     MOVE MMV-TIP-CUENTA     TO MDA-TIP-CUENTA.
004160     MOVE MMV-NOM-TITULAR    TO MDA-NOM-TITULAR.
004170 2960-EXIT.
004180     EXIT.

004190******************************************************************
004200* 3000-ALTA-MANDATO - INSCRIBE EL MANDATO COMO ACTIVO; LA
004210*                     EMPRESA/SERVICIO DEBE ESTAR ACTIVA EN EL
004220*                     CATALOGO
004230******************************************************************
004240 3000-ALTA-MANDATO.
004250     MOVE MMV-COD-EMPRESA  TO CAT-COD-EMPRESA.
004260     MOVE MMV-COD-SERVICIO TO CAT-COD-SERVICIO.
004270     READ PAGCHCAT
004280         INVALID KEY
004290             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004300             MOVE "EMPRESA/SERVICIO NO EXISTE EN CATALOGO"
004310                             TO LIN-DET-RESULTADO
004320             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004330             GO TO 3000-EXIT
004340     END-READ.
004350     IF CAT-SUSPENDIDO
004360         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004370         MOVE "EMPRESA/SERVICIO SUSPENDIDO EN CATALOGO"
004380                             TO LIN-DET-RESULTADO
004390         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004400         GO TO 3000-EXIT
004410     END-IF.
004420     MOVE MMV-LLAVE-MANDATO TO MDA-LLAVE-PRIMARIA.
004430     READ PAGCHMDA
004440         INVALID KEY
004450             CONTINUE
004460         NOT INVALID KEY
004470             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004480             MOVE "MANDATO YA EXISTE, USE MODIFICA"
004490                             TO LIN-DET-RESULTADO
004500             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004510             GO TO 3000-EXIT
004520     END-READ.
004530     MOVE SPACES            TO REG-MDA-MANDATO.
004540     MOVE MMV-LLAVE-MANDATO TO MDA-LLAVE-PRIMARIA.
004550     PERFORM 2960-DATOS-MANDATO THRU 2960-EXIT.
004560     SET MDA-ACTIVO         TO TRUE.
004570     MOVE WS-FECHA-SISTEMA  TO MDA-FEC-ALTA.
004580     MOVE 0                 TO MDA-CNT-RECHAZOS.
004590     MOVE WS-FECHA-SISTEMA  TO MDA-FEC-ACTUALIZACION.
004600     MOVE MMV-COD-OPERADOR  TO MDA-COD-OPERADOR.
004610     WRITE REG-MDA-MANDATO
004620         INVALID KEY
004630             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004640             MOVE "ERROR ESCRIBIENDO PAGCHMDA"
004650                             TO LIN-DET-RESULTADO
004660             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004670             GO TO 3000-EXIT
004680     END-WRITE.
004690     MOVE SPACES TO WS-IMAGEN-ANTERIOR.
004700     MOVE 0      TO WS-ANT-CNT-RECHAZOS.
004710     PERFORM 6000-AUDITAR-CAMBIO THRU 6000-EXIT.
004720     ADD 1 TO WS-CNT-ACEPTADOS.
004730     MOVE "MANDATO INSCRITO" TO LIN-DET-RESULTADO.
004740     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
004750 3000-EXIT.
004760     EXIT.

004770******************************************************************
004780* 4000-BAJA-MANDATO - MARCA EL MANDATO DE BAJA (NO SE BORRA)
004790******************************************************************
004800 4000-BAJA-MANDATO.
004810     MOVE MMV-LLAVE-MANDATO TO MDA-LLAVE-PRIMARIA.
004820     READ PAGCHMDA
004830         INVALID KEY
004840             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004850             MOVE "MANDATO NO EXISTE"
004860                             TO LIN-DET-RESULTADO
004870             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004880             GO TO 4000-EXIT
004890     END-READ.
004900     IF MDA-DE-BAJA
004910         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
004920         MOVE "MANDATO YA ESTA DE BAJA"
004930                             TO LIN-DET-RESULTADO
004940         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
004950         GO TO 4000-EXIT
004960     END-IF.
004970     PERFORM 5900-GUARDAR-IMAGEN THRU 5900-EXIT.
004980     SET MDA-DE-BAJA        TO TRUE.
004990     MOVE WS-FECHA-SISTEMA  TO MDA-FEC-ACTUALIZACION.
005000     MOVE MMV-COD-OPERADOR  TO MDA-COD-OPERADOR.
005010     REWRITE REG-MDA-MANDATO
005020         INVALID KEY
005030             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005040             MOVE "ERROR REESCRIBIENDO PAGCHMDA"
005050                             TO LIN-DET-RESULTADO
005060             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005070             GO TO 4000-EXIT
005080     END-REWRITE.
005090     PERFORM 6000-AUDITAR-CAMBIO THRU 6000-EXIT.
005100     ADD 1 TO WS-CNT-ACEPTADOS.
005110     MOVE "MANDATO DADO DE BAJA" TO LIN-DET-RESULTADO.
005120     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
005130 4000-EXIT.
005140     EXIT.

005150******************************************************************
005160* 5000-MODIFICA-MANDATO - REEMPLAZA LOS DATOS BANCARIOS; UNA
005170*                         CUENTA NUEVA EMPIEZA SIN RECHAZOS
005180******************************************************************
005190 5000-MODIFICA-MANDATO.
005200     MOVE MMV-LLAVE-MANDATO TO MDA-LLAVE-PRIMARIA.
005210     READ PAGCHMDA
005220         INVALID KEY
005230             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005240             MOVE "MANDATO NO EXISTE"
005250                             TO LIN-DET-RESULTADO
005260             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005270             GO TO 5000-EXIT
005280     END-READ.
005290     PERFORM 5900-GUARDAR-IMAGEN THRU 5900-EXIT.
005300     IF MMV-COD-BANCO NOT = MDA-COD-BANCO
005310     OR MMV-NUM-CUENTA NOT = MDA-NUM-CUENTA
005320         MOVE 0 TO MDA-CNT-RECHAZOS
005330     END-IF.
005340     PERFORM 2960-DATOS-MANDATO THRU 2960-EXIT.
005350     MOVE WS-FECHA-SISTEMA  TO MDA-FEC-ACTUALIZACION.
005360     MOVE MMV-COD-OPERADOR  TO MDA-COD-OPERADOR.
005370     REWRITE REG-MDA-MANDATO
005380         INVALID KEY
005390             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005400             MOVE "ERROR REESCRIBIENDO PAGCHMDA"
005410                             TO LIN-DET-RESULTADO
005420             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005430             GO TO 5000-EXIT
005440     END-REWRITE.
005450     PERFORM 6000-AUDITAR-CAMBIO THRU 6000-EXIT.
005460     ADD 1 TO WS-CNT-ACEPTADOS.
005470     MOVE "DATOS BANCARIOS MODIFICADOS" TO LIN-DET-RESULTADO.
005480     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
005490 5000-EXIT.
005500     EXIT.

005510******************************************************************
005520* 5500-REACTIVA-MANDATO - VUELVE A ACTIVAR UN MANDATO SUSPENDIDO O
005530*                         DE BAJA Y REINICIA LA CUENTA DE RECHAZOS
005540******************************************************************
005550 5500-REACTIVA-MANDATO.
005560     MOVE MMV-LLAVE-MANDATO TO MDA-LLAVE-PRIMARIA.
005570     READ PAGCHMDA
005580         INVALID KEY
005590             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005600             MOVE "MANDATO NO EXISTE"
005610                             TO LIN-DET-RESULTADO
005620             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005630             GO TO 5500-EXIT
005640     END-READ.
005650     IF MDA-ACTIVO
005660         PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005670         MOVE "MANDATO YA ESTA ACTIVO"
005680                             TO LIN-DET-RESULTADO
005690         PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005700         GO TO 5500-EXIT
005710     END-IF.
005720     PERFORM 5900-GUARDAR-IMAGEN THRU 5900-EXIT.
005730     SET MDA-ACTIVO         TO TRUE.
005740     MOVE 0                 TO MDA-CNT-RECHAZOS.
005750     MOVE WS-FECHA-SISTEMA  TO MDA-FEC-ACTUALIZACION.
005760     MOVE MMV-COD-OPERADOR  TO MDA-COD-OPERADOR.
005770     REWRITE REG-MDA-MANDATO
005780         INVALID KEY
005790             PERFORM 2900-RECHAZAR-MOVIMIENTO THRU 2900-EXIT
005800             MOVE "ERROR REESCRIBIENDO PAGCHMDA"
005810                             TO LIN-DET-RESULTADO
005820             PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT
005830             GO TO 5500-EXIT
005840     END-REWRITE.
005850     PERFORM 6000-AUDITAR-CAMBIO THRU 6000-EXIT.
005860     ADD 1 TO WS-CNT-ACEPTADOS.
005870     MOVE "MANDATO REACTIVADO" TO LIN-DET-RESULTADO.
005880     PERFORM 2950-LINEA-DETALLE THRU 2950-EXIT.
005890 5500-EXIT.
005900     EXIT.

005910******************************************************************
005920* 5900-GUARDAR-IMAGEN - GUARDA LOS VALORES DEL MANDATO ANTES DEL
005930*                       CAMBIO PARA LA PISTA DE AUDITORIA
005940******************************************************************
005950 5900-GUARDAR-IMAGEN.
005960     MOVE MDA-COD-BANCO        TO WS-ANT-COD-BANCO.
005970     MOVE MDA-NUM-CUENTA       TO WS-ANT-NUM-CUENTA.
005980     MOVE MDA-TIP-CUENTA       TO WS-ANT-TIP-CUENTA.
005990     MOVE MDA-NOM-TITULAR      TO WS-ANT-NOM-TITULAR.
006000     MOVE MDA-FLAG-ESTADO      TO WS-ANT-FLAG-ESTADO.
006010     MOVE MDA-CNT-RECHAZOS     TO WS-ANT-CNT-RECHAZOS.
006020 5900-EXIT.
006030     EXIT.

006040******************************************************************
006050* 6000-AUDITAR-CAMBIO - GRABA EN PAGCHADA QUIEN, CUANDO Y LOS
006060*                       VALORES ANTERIORES Y NUEVOS DEL MANDATO
006070*                       RECIEN CAMBIADO
006080******************************************************************
006090 6000-AUDITAR-CAMBIO.
006100     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
006110     ACCEPT WS-HORA-SISTEMA  FROM TIME.
006120     MOVE WS-FECHA-SISTEMA       TO ADA-FEC-CAMBIO.
006130     MOVE WS-HORA-SISTEMA (1:6)  TO ADA-HOR-CAMBIO.
006140     MOVE MMV-OPERACION          TO ADA-OPERACION.
006150     MOVE MDA-LLAVE-PRIMARIA     TO ADA-LLAVE-MANDATO.
006160     MOVE MMV-COD-OPERADOR       TO ADA-COD-OPERADOR.
006170     MOVE MMV-COD-AUTORIZADOR    TO ADA-COD-AUTORIZADOR.
006180     MOVE WS-ANT-COD-BANCO       TO ADA-ANT-COD-BANCO.
006190     MOVE WS-ANT-NUM-CUENTA      TO ADA-ANT-NUM-CUENTA.
006200     MOVE WS-ANT-TIP-CUENTA      TO ADA-ANT-TIP-CUENTA.
006210     MOVE WS-ANT-NOM-TITULAR     TO ADA-ANT-NOM-TITULAR.
006220     MOVE WS-ANT-FLAG-ESTADO     TO ADA-ANT-FLAG-ESTADO.
006230     MOVE WS-ANT-CNT-RECHAZOS    TO ADA-ANT-CNT-RECHAZOS.
006240     MOVE MDA-COD-BANCO          TO ADA-NVO-COD-BANCO.
006250     MOVE MDA-NUM-CUENTA         TO ADA-NVO-NUM-CUENTA.
006260     MOVE MDA-TIP-CUENTA         TO ADA-NVO-TIP-CUENTA.
006270     MOVE MDA-NOM-TITULAR        TO ADA-NVO-NOM-TITULAR.
006280     MOVE MDA-FLAG-ESTADO        TO ADA-NVO-FLAG-ESTADO.
006290     MOVE MDA-CNT-RECHAZOS       TO ADA-NVO-CNT-RECHAZOS.
006300     WRITE REG-ADA-MANDATO.
006310 6000-EXIT.
006320     EXIT.

006330******************************************************************
006340* 8000-TERMINAR - TOTALES DE CONTROL Y CIERRE
006350******************************************************************
006360 8000-TERMINAR.
006370     MOVE WS-CNT-ACEPTADOS TO LIN-ACE-CANTIDAD.
006380     MOVE WS-LIN-TOT-ACEPTADOS TO REG-RPT-DAM.
006390     WRITE REG-RPT-DAM.
006400     MOVE WS-CNT-RECHAZADOS TO LIN-RCH-CANTIDAD.
006410     MOVE WS-LIN-TOT-RECHAZADOS TO REG-RPT-DAM.
006420     WRITE REG-RPT-DAM.
006430     CLOSE PAGCHDAM-RPT.
006440 8000-EXIT.
006450     EXIT.
