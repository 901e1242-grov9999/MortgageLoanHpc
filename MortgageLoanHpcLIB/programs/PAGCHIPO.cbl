000010******************************************************************
000011* RI0113 15/10/26 LMGZ TODA ALTA, CAMBIO O BAJA DE UNA CUOTA EN
000012*                      PAGCHPEN DEJA EN EL DIARIO PAGCHJNL LA
000013*                      IMAGEN COMPLETA DEL REGISTRO ANTES Y
000014*                      DESPUES DEL CAMBIO, CON LA OPERACION, EL
000015*                      OPERADOR Y LA OFICINA, PARA LA RECUPERACION
000016*                      HACIA ADELANTE (PAGCHRCP)
000017* RI0108 15/10/26 LMGZ PAGCHDET LLEVA LA MONEDA DE COBRO Y
000018*                      PAGCHBAJ LA MONEDA Y EL SALDO RETIRADO
000019*                      DEL MAESTRO EN ELIMINA Y CONVENIO, PARA
000020*                      EL ASIENTO CONTABLE DIARIO (PAGCHCON)
000021* RI0106 15/10/26 LMGZ EL CONVENIO GRABA EN PAGCHCNV EL PLAN DE
000022*                      CUOTAS NUEVAS (CODIGO, IMPORTE Y
000023*                      VENCIMIENTO) PARA EL SEGUIMIENTO DE SU
000024*                      CUMPLIMIENTO (PAGCHX06); LA REFERENCIA A
000025*                      LA CUOTA ORIGINAL SE ARMA CON LA VISTA
000026*                      MAE-REF-CONVENIO
000027* RI0105 15/10/26 LMGZ SE AGREGA OPERACION PAGA-DEUDOR: APLICA
000028*                      UN SOLO COBRO DE VENTANILLA A LAS CUOTAS
000029*                      NO PAGADAS DEL DEUDOR, DE LA MAS ANTIGUA
000030*                      A LA MAS NUEVA Y MORA ANTES QUE
000031*                      PRINCIPAL, CON RECIBO Y DETALLE PAGCHDET
000032*                      POR CUOTA; LO NO APLICADO VUELVE EN
000033*                      PH-IMP-SOBRANTE
000034* RI0102 03/09/26 LMGZ SE AGREGA OPERACION CONVENIO: REPROGRAMA
000035*                      UNA CUOTA VENCIDA EN UN PLAN DE CUOTAS
000036*                      NUEVAS QUE CUBRE EL SALDO, CONSERVANDO
000037*                      CODEUDORES Y DOCUMENTO; PISTAS EN
000038*                      PAGCHBAJ (MOTIVO CV) Y PAGCHCNV; NUEVO
000039*                      RETORNO 21
000040* RI0101 03/09/26 LMGZ LA PAGA COBRA PRINCIPAL MAS EL RECARGO
000041*                      POR MORA DEVENGADO (MAE-IMP-MORA, VER
000042*                      PAGCHMOR) Y LAS CONSULTAS DEVUELVEN LA
000043*                      MORA EN PH-OUT-IMP-MORA
000044* RI0100 03/09/26 LMGZ LA VALIDACION DE OPERADOR RECHAZA A LOS
000045*                      OPERADORES MARCADOS INACTIVOS POR EL
000046*                      MANTENIMIENTO PAGCHOPM (VER PAGCHOPE)
000047* RI0099 03/09/26 LMGZ LA ADICIONA VALIDA LA COMBINACION
000048*                      EMPRESA/SERVICIO CONTRA EL CATALOGO
000049*                      PAGCHCAT (DEBE EXISTIR Y ESTAR ACTIVA);
000050*                      NUEVO RETORNO 20
000051* RI0097 03/09/26 LMGZ LA BITACORA PAGCHTRN REGISTRA TAMBIEN LA
000052*                      OFICINA Y EL OPERADOR DE CADA TRANSACCION
000053*                      PARA EL CUADRE DIARIO DE CAJA (PAGCHX05)
000054* RI0096 02/09/26 LMGZ CADA PAGA EXITOSA GRABA UN DETALLE
000055*                      PERMANENTE EN PAGCHDET CON NUMERO DE
000056*                      RECIBO ASIGNADO POR EL NUMERADOR PAGCHNRE
000057*                      Y DEVUELTO EN PH-NRO-RECIBO; LA PAGA PASA
000058*                      A EXIGIR Y VALIDAR AL OPERADOR CONTRA
000059*                      PAGCHOPE
000060* RI0095 02/09/26 LMGZ SE AGREGA OPERACION EXTORNO (REVERSION
000061*                      DE UN PAGO POSTEADO POR ERROR, CON
000062*                      VALIDACION DE OPERADOR COMO LA ELIMINA
000063*                      Y PISTA DE AUDITORIA EN PAGCHEXT);
000064*                      NUEVO RETORNO 19
000065* RI0094 22/08/26 LMGZ ELIMINA Y MODIFICA VALIDAN AL OPERADOR
000066*                      CONTRA EL MAESTRO PAGCHOPE (EXISTENCIA,
000067*                      OFICINA Y LIMITE DE IMPORTE); NUEVOS
000068*                      RETORNOS 17 Y 18
000069* RI0094 22/08/26 LMGZ SE AGREGA OPERACION CODEUDOR (CUOTAS DE
000070*                      UN CODEUDOR VIA LA REFERENCIA CRUZADA
000080*                      PAGCHXRF, MANTENIDA POR ALTA Y BAJA)
000090* RI0094 22/08/26 LMGZ SE AGREGA OPERACION DOCUMENTO (BUSQUEDA
000482*                 T  EXTORNO   - REVERSION DE UN PAGO POSTEADO
000484*                                POR ERROR SOBRE LA CUOTA (CON
000486*                                AUDITORIA EN PAGCHEXT)
000487*                 G  PAGA-DEUDOR - APLICA UN SOLO COBRO A LAS
000488*                                CUOTAS NO PAGADAS DEL DEUDOR,
000489*                                DE LA MAS ANTIGUA A LA MAS
000490*                                NUEVA (MORA ANTES QUE
000491*                                PRINCIPAL), CON RECIBO POR
000492*                                CUOTA
000493*             TODA ALTA, CAMBIO O BAJA EN PAGCHPEN DEJA LA
000494*             IMAGEN ANTERIOR Y POSTERIOR DE LA CUOTA EN EL
000495*             DIARIO PAGCHJNL (VER PAGCHRCP)
000496*=================================================================
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000807         ACCESS MODE IS RANDOM
000808         RECORD KEY IS CAT-LLAVE-PRIMARIA
000809         FILE STATUS IS WS-FS-PAGCHCAT.
000810     SELECT PAGCHJNL ASSIGN TO PAGCHJNL
000811         ORGANIZATION IS SEQUENTIAL
000812         ACCESS MODE IS SEQUENTIAL
000813         FILE STATUS IS WS-FS-PAGCHJNL.

000814 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PAGCHPEN
000840     LABEL RECORDS ARE STANDARD.
000974 FD  PAGCHCAT
000975     LABEL RECORDS ARE STANDARD.
000976     COPY "PAGCHCAT.cpy".
000977 FD  PAGCHJNL
000978     LABEL RECORDS ARE STANDARD.
000979     COPY "PAGCHJNL.cpy".

000980 WORKING-STORAGE SECTION.
000990*-----------------------------------------------------------------
001240* AREA DE TRABAJO DE PAGCHCNV (AUDITORIA DE CONVENIOS)
001241*-----------------------------------------------------------------
001242 77  WS-FS-PAGCHCNV              PIC X(02) VALUE "00".
001243*-----------------------------------------------------------------
001244* AREA DE TRABAJO DE PAGCHJNL (DIARIO DE IMAGENES DE PAGCHPEN)
001245*-----------------------------------------------------------------
001246 77  WS-FS-PAGCHJNL              PIC X(02) VALUE "00".
001247*    IMAGEN DE LA CUOTA TAL COMO SE LEYO, ANTES DE CAMBIARLA
001248 01  WS-IMG-ANTERIOR             PIC X(395).
001249*-----------------------------------------------------------------
001250* AREA DE TRABAJO PARA VALIDAR PH-FEC-VCMTO EN LA ADICIONA
001260*-----------------------------------------------------------------
001270 01  WS-FEC-VCMTO-EDIT.
001743         ==MAE-COD-RUBRO==            BY ==GUA-COD-RUBRO==
001744         ==MAE-NOM-DEUDOR==           BY ==GUA-NOM-DEUDOR==
001745         ==MAE-DESCRIP-CUOTA==        BY ==GUA-DESCRIP-CUOTA==
001746         ==MAE-REF-CONVENIO==         BY ==GUA-REF-CONVENIO==
001747         ==MAE-REF-CNV-MARCA==        BY ==GUA-REF-CNV-MARCA==
001748         ==MAE-CUOTA-DE-CONVENIO==    BY ==GUA-CUOTA-DE-CONVENIO==
001749         ==MAE-REF-CNV-CUOTA-ORIG==   BY
001750                        ==GUA-REF-CNV-CUOTA-ORIG==
001751         ==MAE-MON-APAGAR==           BY ==GUA-MON-APAGAR==
001752         ==MAE-IMP-APAGAR==           BY ==GUA-IMP-APAGAR==
001753         ==MAE-FEC-VCMTO==            BY ==GUA-FEC-VCMTO==
001754         ==MAE-LLAVE-DOCUMENTO==      BY ==GUA-LLAVE-DOCUMENTO==
001755         ==MAE-TIP-DCMTO==            BY ==GUA-TIP-DCMTO==
001756         ==MAE-NRO-DCMTO==            BY ==GUA-NRO-DCMTO==
001757         ==MAE-MON-ORIGEN==           BY ==GUA-MON-ORIGEN==
001758         ==MAE-IMP-ORIGEN==           BY ==GUA-IMP-ORIGEN==
001759         ==MAE-TAS-CAMBIO==           BY ==GUA-TAS-CAMBIO==
001760         ==MAE-NUM-CODEUDORES==       BY ==GUA-NUM-CODEUDORES==
001761         ==MAE-CODEUDOR==             BY ==GUA-CODEUDOR==
001762         ==MAE-COD-CODEUDOR==         BY ==GUA-COD-CODEUDOR==
001763         ==MAE-NOM-CODEUDOR==         BY ==GUA-NOM-CODEUDOR==
001764         ==MAE-IMP-PAGADO==           BY ==GUA-IMP-PAGADO==
001765         ==MAE-FLAG-PAGADO==          BY ==GUA-FLAG-PAGADO==
001766         ==MAE-PAGADO==               BY ==GUA-PAGADO==
001767         ==MAE-NO-PAGADO==            BY ==GUA-NO-PAGADO==
001768         ==MAE-FEC-PAGO==             BY ==GUA-FEC-PAGO==
001769         ==MAE-OFI-PAGO==             BY ==GUA-OFI-PAGO==
001770         ==MAE-IMP-MORA==             BY ==GUA-IMP-MORA==
001771         ==MAE-FEC-MORA==             BY ==GUA-FEC-MORA==.
001772 77  WS-IDX-CODEUDOR             PIC 9(01) COMP.
001773*-----------------------------------------------------------------
001774* AREAS DE TRABAJO DE LA OPERACION PAGA-DEUDOR: IMPORTE QUE FALTA
001775* APLICAR, SALDO Y MORA PENDIENTE DE LA CUOTA EN PROCESO Y LO
001776* APLICADO A ELLA (TOTAL Y PARTE DE MORA)
001777*-----------------------------------------------------------------
001778 77  WS-IMP-POR-APLICAR          PIC 9(13)V9(02) VALUE 0.
001779 77  WS-IMP-SALDO-CUOTA          PIC 9(13)V9(02) VALUE 0.
001780 77  WS-IMP-MORA-PENDIENTE       PIC 9(13)V9(02) VALUE 0.
001781 77  WS-IMP-APLICADO             PIC 9(13)V9(02) VALUE 0.
001782 77  WS-IMP-APL-MORA             PIC 9(13)V9(02) VALUE 0.
001783 77  WS-FLAG-CANDIDATA           PIC X(01) VALUE "N".
001784     88 WS-HAY-CANDIDATA         VALUE "S".
001785     88 WS-SIN-CANDIDATA         VALUE "N".
001786*-----------------------------------------------------------------
001787* ORDEN DE APLICACION DE LA PAGA-DEUDOR: VENCIMIENTO Y, A IGUAL
001788* VENCIMIENTO, CODIGO DE CUOTA. ULTIMA CUOTA YA APLICADA,
001789* CANDIDATA DE LA PASADA EN CURSO Y CUOTA RECIEN LEIDA
001790*-----------------------------------------------------------------
001791 01  WS-ORDEN-ULTIMA.
001792     05  WS-ULT-FEC-VCMTO        PIC X(08).
001793     05  WS-ULT-COD-CUOTA        PIC X(08).
001794 01  WS-ORDEN-CANDIDATA.
001795     05  WS-CAN-FEC-VCMTO        PIC X(08).
001796     05  WS-CAN-COD-CUOTA        PIC X(08).
001797 01  WS-ORDEN-LEIDA.
001798     05  WS-LEI-FEC-VCMTO        PIC X(08).
001799     05  WS-LEI-COD-CUOTA        PIC X(08).
001800*-----------------------------------------------------------------
001801* IMPORTE DEL MOVIMIENTO QUE 8200 GRABA EN PAGCHDET: EL COBRADO O
001802* EXTORNADO (PH-IMP-PAGO) O EL APLICADO A CADA CUOTA DE LA
001803* PAGA-DEUDOR
001804*-----------------------------------------------------------------
001805 77  WS-IMP-MOVIMIENTO           PIC 9(13)V9(02) VALUE 0.

001806 LINKAGE SECTION.
001807     COPY "PAGCHIPO.cpy".

001808 PROCEDURE DIVISION USING REG-PEND-CRED-HIPOTECARIO.

001809******************************************************************
001810* 0000-MAINLINE
001811******************************************************************
001812 0000-MAINLINE.
001813     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001814     PERFORM 2000-PROCESAR-OPERACION THRU 2000-EXIT.
001820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001830     GOBACK.

001900     MOVE SPACES           TO PH-MENSAJE.
001910     MOVE 0                TO PH-NUM-CUOTAS.
001915     MOVE 0                TO PH-NRO-RECIBO.
001916     MOVE 0                TO PH-IMP-SOBRANTE.
001917     MOVE 0                TO WS-IMP-SALDO-CONVENIO.
001920     SET PH-SIN-DESBORDE-CUOTAS TO TRUE.
001930     IF WS-ARCHIVO-CERRADO
001940         OPEN I-O PAGCHPEN
002134             OPEN OUTPUT PAGCHCNV
002136             CLOSE PAGCHCNV
002138             OPEN EXTEND PAGCHCNV
002139         END-IF
002140         OPEN EXTEND PAGCHJNL
002141         IF WS-FS-PAGCHJNL = "05"
002142             OPEN OUTPUT PAGCHJNL
002143             CLOSE PAGCHJNL
002144             OPEN EXTEND PAGCHJNL
002145         END-IF
002146         OPEN I-O PAGCHXRF
002147         IF WS-FS-PAGCHXRF = "35"
002148             OPEN OUTPUT PAGCHXRF
002149             CLOSE PAGCHXRF
002150             OPEN I-O PAGCHXRF
002152         END-IF
002154*        SIN MAESTRO DE OPERADORES NINGUNA BAJA NI MODIFICA
002524             PERFORM 8500-EXTORNA-CUOTA THRU 8500-EXIT
002526         WHEN CONVENIO
002528             PERFORM 8700-CONVENIO-CUOTA THRU 8700-EXIT
002529         WHEN PAGA-DEUDOR
002530             PERFORM 8800-PAGA-DEUDOR THRU 8800-EXIT
002531         WHEN OTHER
002540             MOVE WS-RET-OPERACION-INVALIDA
002550                                 TO PH-COD-RETORNO
002560             MOVE "OPERACION NO DEFINIDA"
003100         NOT INVALID KEY
003110             MOVE WS-RET-OK          TO PH-COD-RETORNO
003120             MOVE "CUOTA ADICIONADA"  TO PH-MENSAJE
003121             SET JNL-ALTA TO TRUE
003122             PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT
003130             PERFORM 3200-ALTA-XREF THRU 3200-EXIT
003140     END-WRITE.
003150 3000-EXIT.
004580                                 TO PH-MENSAJE
004590             GO TO 4000-EXIT
004600     END-READ.
004601     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
004610*    LA CORRECCION SE RECHAZA SI EL IMPORTE REGISTRADO O EL
004620*    NUEVO SUPERAN EL LIMITE AUTORIZADO DEL OPERADOR
004630     IF MAE-IMP-APAGAR > OPE-IMP-MAXIMO
004780         NOT INVALID KEY
004790             MOVE WS-RET-OK           TO PH-COD-RETORNO
004800             MOVE "CUOTA MODIFICADA"   TO PH-MENSAJE
004801             SET JNL-CAMBIO TO TRUE
004802             PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT
004810     END-REWRITE.
004820 4000-EXIT.
004830     EXIT.
005080                                 TO PH-MENSAJE
005090             GO TO 5000-EXIT
005100     END-READ.
005101     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
005110*    LA BAJA SE RECHAZA SI EL IMPORTE DE LA CUOTA SUPERA EL
005120*    LIMITE AUTORIZADO DEL OPERADOR
005130     IF MAE-IMP-APAGAR > OPE-IMP-MAXIMO
005240         NOT INVALID KEY
005250             MOVE WS-RET-OK          TO PH-COD-RETORNO
005260             MOVE "CUOTA ELIMINADA"  TO PH-MENSAJE
005261             SET JNL-BAJA TO TRUE
005262             PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT
005270             PERFORM 5100-AUDITAR-BAJA THRU 5100-EXIT
005280             PERFORM 5200-BAJA-XREF THRU 5200-EXIT
005290     END-DELETE.
005450     MOVE PH-COD-OPERADOR        TO BAJ-COD-OPERADOR.
005460     MOVE PH-COD-OFICINA         TO BAJ-COD-OFICINA.
005470     MOVE PH-COD-MOTIVO-BAJA     TO BAJ-COD-MOTIVO-BAJA.
005471*    EL SALDO QUE SALE DEL MAESTRO SE TOMA DEL AREA DE REGISTRO
005472*    DE LA CUOTA RECIEN BORRADA, COMO HACE 5200-BAJA-XREF
005473     MOVE MAE-MON-APAGAR         TO BAJ-MON-APAGAR.
005474     IF MAE-IMP-PAGADO > MAE-IMP-APAGAR + MAE-IMP-MORA
005475         MOVE 0 TO BAJ-IMP-SALDO
005476     ELSE
005477         COMPUTE BAJ-IMP-SALDO =
005478                 MAE-IMP-APAGAR + MAE-IMP-MORA - MAE-IMP-PAGADO
005479     END-IF.
005480     WRITE REG-BAJ-PEND-HIPOTECARIO.
005490 5100-EXIT.
005500     EXIT.
010680                                 TO PH-MENSAJE
010690             GO TO 8000-EXIT
010700     END-READ.
010701     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
010702*    EL TOTAL A COBRAR ES EL IMPORTE A PAGAR MAS EL RECARGO
010704*    POR MORA DEVENGADO SOBRE LA CUOTA VENCIDA
010706     COMPUTE WS-IMP-TOTAL-CUOTA =
010878             MOVE 0 TO PH-NRO-RECIBO
010880             GO TO 8000-EXIT
010890     END-REWRITE.
010891     SET JNL-CAMBIO TO TRUE.
010892     PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT.
010900     MOVE WS-RET-OK TO PH-COD-RETORNO.
010910     IF MAE-PAGADO
010920         MOVE "CUOTA PAGADA EN SU TOTALIDAD" TO PH-MENSAJE
010940         MOVE "PAGO PARCIAL APLICADO A LA CUOTA"
010950                             TO PH-MENSAJE
010960     END-IF.
010961     MOVE PH-IMP-PAGO TO WS-IMP-MOVIMIENTO.
010964     PERFORM 8200-GRABAR-DETALLE THRU 8200-EXIT.
010970 8000-EXIT.
010980     EXIT.
011070******************************************************************
011072* 8200-GRABAR-DETALLE - GRABA EL MOVIMIENTO PERMANENTE DEL
011074*                       PAGO O DEL EXTORNO EN PAGCHDET CON EL
011075*                       COMPROBANTE ASIGNADO, SOBRE LA CUOTA
011076*                       LEIDA Y POR WS-IMP-MOVIMIENTO
011078******************************************************************
011080 8200-GRABAR-DETALLE.
011082     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
011084     ACCEPT WS-HORA-SISTEMA  FROM TIME.
011086     MOVE PH-NRO-RECIBO          TO DET-NRO-RECIBO.
011087     MOVE MAE-COD-EMPRESA        TO DET-COD-EMPRESA.
011088     MOVE MAE-COD-SERVICIO       TO DET-COD-SERVICIO.
011089     MOVE MAE-COD-DEUDOR         TO DET-COD-DEUDOR.
011090     MOVE MAE-COD-CUOTA          TO DET-COD-CUOTA.
011091     MOVE WS-IMP-MOVIMIENTO      TO DET-IMP-PAGO.
011098     MOVE WS-FECHA-SISTEMA       TO DET-FEC-PAGO.
011100     MOVE WS-HORA-SISTEMA (1:6)  TO DET-HOR-PAGO.
011102     MOVE PH-COD-OFICINA         TO DET-COD-OFICINA.
011104     MOVE PH-COD-OPERADOR        TO DET-COD-OPERADOR.
011105     MOVE MAE-MON-APAGAR         TO DET-MON-PAGO.
011106     IF EXTORNO
011108         SET DET-EXTORNO TO TRUE
011110     ELSE
011196                                 TO PH-MENSAJE
011198             GO TO 8500-EXIT
011200     END-READ.
011201     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
011202     IF PH-IMP-PAGO > MAE-IMP-PAGADO
011204         MOVE WS-RET-EXTORNO-EXCEDE TO PH-COD-RETORNO
011206         MOVE "EXTORNO EXCEDE EL IMPORTE PAGADO DE LA CUOTA"
011254             MOVE 0 TO PH-NRO-RECIBO
011255             GO TO 8500-EXIT
011256     END-REWRITE.
011257     SET JNL-CAMBIO TO TRUE.
011258     PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT.
011259     MOVE WS-RET-OK TO PH-COD-RETORNO.
011260     MOVE "PAGO EXTORNADO DE LA CUOTA" TO PH-MENSAJE.
011262     PERFORM 8510-AUDITAR-EXTORNO THRU 8510-EXIT.
011264*    EL EXTORNO DEJA SU PROPIO MOVIMIENTO EN EL DETALLE
011266*    PERMANENTE PARA QUE PAGCHDCO MUESTRE EL RECIBO REVERSADO
011267     MOVE PH-IMP-PAGO TO WS-IMP-MOVIMIENTO.
011268     PERFORM 8200-GRABAR-DETALLE THRU 8200-EXIT.
011270 8500-EXIT.
011272     EXIT.
011730     MOVE PH-CNV-FEC-VCMTO (WS-IDX-CONVENIO)
011732                           TO MAE-FEC-VCMTO.
011734     MOVE SPACES           TO MAE-DESCRIP-CUOTA.
011735     SET MAE-CUOTA-DE-CONVENIO TO TRUE.
011736     MOVE GUA-COD-CUOTA    TO MAE-REF-CNV-CUOTA-ORIG.
011740     MOVE 0                TO MAE-IMP-PAGADO
011742                              MAE-IMP-MORA.
011744     SET MAE-NO-PAGADO     TO TRUE.
011760                                 TO PH-MENSAJE
011762             GO TO 8720-EXIT
011764     END-WRITE.
011765     SET JNL-ALTA TO TRUE.
011766     PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT.
011767     PERFORM 3200-ALTA-XREF THRU 3200-EXIT.
011768 8720-EXIT.
011770     EXIT.

011782 8750-RETIRAR-ORIGINAL.
011784     MOVE REG-GUA-PEND-HIPOTECARIO
011786                        TO REG-MAE-PEND-HIPOTECARIO.
011787     MOVE REG-GUA-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
011788     DELETE PAGCHPEN
011790         INVALID KEY
011792             MOVE WS-RET-ERROR-ARCHIVO TO PH-COD-RETORNO
011796                                 TO PH-MENSAJE
011798             GO TO 8750-EXIT
011800     END-DELETE.
011801     SET JNL-BAJA TO TRUE.
011802     PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT.
011803     PERFORM 5200-BAJA-XREF THRU 5200-EXIT.
011804     PERFORM 8760-AUDITAR-RETIRO THRU 8760-EXIT.
011806     PERFORM 8770-GRABAR-CONVENIO THRU 8770-EXIT.
011808 8750-EXIT.
011838     MOVE PH-COD-OPERADOR        TO BAJ-COD-OPERADOR.
011840     MOVE PH-COD-OFICINA         TO BAJ-COD-OFICINA.
011842     MOVE "CV"                   TO BAJ-COD-MOTIVO-BAJA.
011843     MOVE MAE-MON-APAGAR         TO BAJ-MON-APAGAR.
011844     MOVE WS-IMP-SALDO-CONVENIO  TO BAJ-IMP-SALDO.
011845     WRITE REG-BAJ-PEND-HIPOTECARIO.
011846 8760-EXIT.
011848     EXIT.

011878     MOVE WS-IMP-SALDO-CONVENIO  TO CNV-IMP-SALDO-RETIRADO.
011880     MOVE PH-NUM-CUOTAS-CONVENIO TO CNV-NUM-CUOTAS-NUEVAS.
011882     MOVE WS-IMP-TOTAL-CONVENIO  TO CNV-IMP-TOTAL-NUEVO.
011883     PERFORM 8775-GRABAR-PLAN-CONVENIO THRU 8775-EXIT
011884         VARYING WS-IDX-CONVENIO FROM 1 BY 1
011885         UNTIL WS-IDX-CONVENIO > 12.
011886     WRITE REG-CNV-CONVENIO.
011887 8770-EXIT.
011888     EXIT.

011889******************************************************************
011890* 8775-GRABAR-PLAN-CONVENIO - PASA UNA POSICION DEL PLAN A LA
011891*                             PISTA PAGCHCNV; LAS POSICIONES NO
011892*                             USADAS VAN EN BLANCO Y CERO
011893******************************************************************
011894 8775-GRABAR-PLAN-CONVENIO.
011895     IF WS-IDX-CONVENIO > PH-NUM-CUOTAS-CONVENIO
011896         MOVE SPACES TO CNV-COD-CUOTA-NUEVA (WS-IDX-CONVENIO)
011897                        CNV-FEC-VCMTO-NUEVA (WS-IDX-CONVENIO)
011898         MOVE 0      TO CNV-IMP-APAGAR-NUEVA (WS-IDX-CONVENIO)
011899         GO TO 8775-EXIT
011900     END-IF.
011901     MOVE PH-CNV-COD-CUOTA (WS-IDX-CONVENIO)
011902                     TO CNV-COD-CUOTA-NUEVA (WS-IDX-CONVENIO).
011903     MOVE PH-CNV-IMP-APAGAR (WS-IDX-CONVENIO)
011904                     TO CNV-IMP-APAGAR-NUEVA (WS-IDX-CONVENIO).
011905     MOVE PH-CNV-FEC-VCMTO (WS-IDX-CONVENIO)
011906                     TO CNV-FEC-VCMTO-NUEVA (WS-IDX-CONVENIO).
011907 8775-EXIT.
011908     EXIT.

011909******************************************************************
011910* 8800-PAGA-DEUDOR - APLICA UN SOLO COBRO DE VENTANILLA
011911*                    (PH-IMP-PAGO) A LAS CUOTAS NO PAGADAS DEL
011912*                    DEUDOR, DE LA DE VENCIMIENTO MAS ANTIGUO A
011913*                    LA MAS NUEVA. EN CADA CUOTA SE CUBRE
011914*                    PRIMERO LA MORA Y LUEGO EL PRINCIPAL; CADA
011915*                    CUOTA TOCADA LLEVA SU RECIBO Y SU DETALLE
011916*                    EN PAGCHDET Y SE DEVUELVE EN
011917*                    PH-OUTPUT-PEND. LO QUE NO ALCANZA A
011918*                    APLICARSE VUELVE EN PH-IMP-SOBRANTE
011919******************************************************************
011920 8800-PAGA-DEUDOR.
011921     MOVE 0 TO PH-NUM-CUOTAS.
011922     SET PH-SIN-DESBORDE-CUOTAS TO TRUE.
011923     MOVE PH-IMP-PAGO TO PH-IMP-SOBRANTE.
011924     IF PH-IMP-PAGO = 0
011925     OR PH-COD-DEUDOR = SPACES
011926     OR PH-COD-OFICINA = SPACES
011927     OR PH-COD-OPERADOR = SPACES
011928         MOVE WS-RET-AUDITORIA-INCOMPLETA TO PH-COD-RETORNO
011929         MOVE "FALTA IMPORTE, DEUDOR, OFICINA U OPERADOR DE PAGO"
011930                             TO PH-MENSAJE
011931         GO TO 8800-EXIT
011932     END-IF.
011933*    EL CAJERO SE VALIDA COMO EN LA PAGA DE UNA CUOTA
011934     PERFORM 5500-VALIDA-OPERADOR THRU 5500-EXIT.
011935     IF PH-COD-RETORNO NOT = WS-RET-OK
011936         GO TO 8800-EXIT
011937     END-IF.
011938     MOVE PH-IMP-PAGO TO WS-IMP-POR-APLICAR.
011939     MOVE LOW-VALUES  TO WS-ORDEN-ULTIMA.
011940     SET WS-HAY-CANDIDATA TO TRUE.
011941     PERFORM 8810-APLICA-SIGUIENTE THRU 8810-EXIT
011942         UNTIL WS-IMP-POR-APLICAR = 0
011943            OR WS-SIN-CANDIDATA
011944            OR PH-COD-RETORNO NOT = WS-RET-OK
011945            OR PH-NUM-CUOTAS = 200.
011946     MOVE WS-IMP-POR-APLICAR TO PH-IMP-SOBRANTE.
011947     IF PH-NUM-CUOTAS = 200 AND WS-IMP-POR-APLICAR > 0
011948         SET PH-CON-DESBORDE-CUOTAS TO TRUE
011949     END-IF.
011950*    ANTE UN ERROR DE ARCHIVO LAS CUOTAS YA APLICADAS QUEDAN
011951*    POSTEADAS Y LISTADAS EN LA SALIDA; EL RESTO DEL IMPORTE
011952*    SE DEVUELVE COMO SOBRANTE
011953     IF PH-COD-RETORNO NOT = WS-RET-OK
011954         GO TO 8800-EXIT
011955     END-IF.
011956     IF PH-NUM-CUOTAS = 0
011957         MOVE WS-RET-NO-ENCONTRADO TO PH-COD-RETORNO
011958         MOVE "DEUDOR SIN CUOTAS PENDIENTES"
011959                             TO PH-MENSAJE
011960         GO TO 8800-EXIT
011961     END-IF.
011962     IF WS-IMP-POR-APLICAR > 0
011963         MOVE "PAGO APLICADO, QUEDA SOBRANTE SIN APLICAR"
011964                             TO PH-MENSAJE
011965     ELSE
011966         MOVE "PAGO APLICADO A LAS CUOTAS DEL DEUDOR"
011967                             TO PH-MENSAJE
011968     END-IF.
011969 8800-EXIT.
011970     EXIT.

011971******************************************************************
011972* 8810-APLICA-SIGUIENTE - UBICA LA SIGUIENTE CUOTA NO PAGADA EN
011973*                         ORDEN DE VENCIMIENTO Y LE APLICA LO
011974*                         QUE QUEDA DEL COBRO
011975******************************************************************
011976 8810-APLICA-SIGUIENTE.
011977     PERFORM 8820-BUSCA-MAS-ANTIGUA THRU 8820-EXIT.
011978     IF WS-SIN-CANDIDATA
011979         GO TO 8810-EXIT
011980     END-IF.
011981     MOVE WS-ORDEN-CANDIDATA TO WS-ORDEN-ULTIMA.
011982     PERFORM 8830-APLICA-CUOTA THRU 8830-EXIT.
011983 8810-EXIT.
011984     EXIT.

011985******************************************************************
011986* 8820-BUSCA-MAS-ANTIGUA - RECORRE LAS CUOTAS DEL DEUDOR Y
011987*                          DEJA EN WS-ORDEN-CANDIDATA LA NO
011988*                          PAGADA DE MENOR VENCIMIENTO POSTERIOR
011989*                          A LA ULTIMA YA APLICADA. LA LLAVE DE
011990*                          PAGCHPEN VA POR CODIGO DE CUOTA, NO
011991*                          POR VENCIMIENTO
011992******************************************************************
011993 8820-BUSCA-MAS-ANTIGUA.
011994     SET WS-SIN-CANDIDATA TO TRUE.
011995     MOVE HIGH-VALUES      TO WS-ORDEN-CANDIDATA.
011996     MOVE PH-COD-EMPRESA   TO MAE-COD-EMPRESA.
011997     MOVE PH-COD-SERVICIO  TO MAE-COD-SERVICIO.
011998     MOVE PH-COD-DEUDOR    TO MAE-COD-DEUDOR.
011999     MOVE LOW-VALUES       TO MAE-COD-CUOTA.
012000     START PAGCHPEN KEY IS
012001         NOT LESS THAN MAE-LLAVE-PRIMARIA
012002         INVALID KEY
012003             GO TO 8820-EXIT
012004     END-START.
012005     MOVE "00" TO WS-FS-PAGCHPEN.
012006     PERFORM 8825-LEER-CANDIDATA THRU 8825-EXIT
012007         UNTIL WS-FS-PAGCHPEN NOT = "00"
012008            OR MAE-COD-EMPRESA  NOT = PH-COD-EMPRESA
012009            OR MAE-COD-SERVICIO NOT = PH-COD-SERVICIO
012010            OR MAE-COD-DEUDOR   NOT = PH-COD-DEUDOR.
012011 8820-EXIT.
012012     EXIT.

012013******************************************************************
012014* 8825-LEER-CANDIDATA - LEE LA SIGUIENTE CUOTA DEL DEUDOR Y LA
012015*                       TOMA COMO CANDIDATA SI NO ESTA PAGADA Y
012016*                       VA ANTES QUE LA CANDIDATA ACTUAL
012017******************************************************************
012018 8825-LEER-CANDIDATA.
012019     READ PAGCHPEN NEXT RECORD
012020         AT END
012021             MOVE "10" TO WS-FS-PAGCHPEN
012022             GO TO 8825-EXIT
012023     END-READ.
012024     IF MAE-COD-EMPRESA  NOT = PH-COD-EMPRESA
012025     OR MAE-COD-SERVICIO NOT = PH-COD-SERVICIO
012026     OR MAE-COD-DEUDOR   NOT = PH-COD-DEUDOR
012027     OR MAE-PAGADO
012028         GO TO 8825-EXIT
012029     END-IF.
012030     MOVE MAE-FEC-VCMTO TO WS-LEI-FEC-VCMTO.
012031     MOVE MAE-COD-CUOTA TO WS-LEI-COD-CUOTA.
012032     IF WS-ORDEN-LEIDA > WS-ORDEN-ULTIMA
012033     AND WS-ORDEN-LEIDA < WS-ORDEN-CANDIDATA
012034         MOVE WS-ORDEN-LEIDA TO WS-ORDEN-CANDIDATA
012035         SET WS-HAY-CANDIDATA TO TRUE
012036     END-IF.
012037 8825-EXIT.
012038     EXIT.

012039******************************************************************
012040* 8830-APLICA-CUOTA - RELEE LA CUOTA ELEGIDA Y LE APLICA EL
012041*                     MENOR ENTRE LO QUE QUEDA DEL COBRO Y SU
012042*                     SALDO (PRINCIPAL MAS MORA MENOS PAGADO).
012043*                     LOS PAGOS ANTERIORES SE CONSIDERAN
012044*                     APLICADOS PRIMERO A LA MORA
012045******************************************************************
012046 8830-APLICA-CUOTA.
012047     MOVE PH-COD-EMPRESA   TO MAE-COD-EMPRESA.
012048     MOVE PH-COD-SERVICIO  TO MAE-COD-SERVICIO.
012049     MOVE PH-COD-DEUDOR    TO MAE-COD-DEUDOR.
012050     MOVE WS-ULT-COD-CUOTA TO MAE-COD-CUOTA.
012051     READ PAGCHPEN
012052         INVALID KEY
012053             MOVE WS-RET-ERROR-ARCHIVO TO PH-COD-RETORNO
012054             MOVE "ERROR LEYENDO PAGCHPEN"
012055                                 TO PH-MENSAJE
012056             GO TO 8830-EXIT
012057     END-READ.
012058     MOVE REG-MAE-PEND-HIPOTECARIO TO WS-IMG-ANTERIOR.
012059     COMPUTE WS-IMP-TOTAL-CUOTA =
012060             MAE-IMP-APAGAR + MAE-IMP-MORA.
012061     IF MAE-IMP-PAGADO NOT < WS-IMP-TOTAL-CUOTA
012062         GO TO 8830-EXIT
012063     END-IF.
012064     COMPUTE WS-IMP-SALDO-CUOTA =
012065             WS-IMP-TOTAL-CUOTA - MAE-IMP-PAGADO.
012066     IF MAE-IMP-MORA > MAE-IMP-PAGADO
012067         COMPUTE WS-IMP-MORA-PENDIENTE =
012068                 MAE-IMP-MORA - MAE-IMP-PAGADO
012069     ELSE
012070         MOVE 0 TO WS-IMP-MORA-PENDIENTE
012071     END-IF.
012072     IF WS-IMP-POR-APLICAR < WS-IMP-SALDO-CUOTA
012073         MOVE WS-IMP-POR-APLICAR TO WS-IMP-APLICADO
012074     ELSE
012075         MOVE WS-IMP-SALDO-CUOTA TO WS-IMP-APLICADO
012076     END-IF.
012077     IF WS-IMP-APLICADO < WS-IMP-MORA-PENDIENTE
012078         MOVE WS-IMP-APLICADO       TO WS-IMP-APL-MORA
012079     ELSE
012080         MOVE WS-IMP-MORA-PENDIENTE TO WS-IMP-APL-MORA
012081     END-IF.
012082     PERFORM 8100-ASIGNAR-RECIBO THRU 8100-EXIT.
012083     IF PH-COD-RETORNO NOT = WS-RET-OK
012084         GO TO 8830-EXIT
012085     END-IF.
012086     ADD WS-IMP-APLICADO TO MAE-IMP-PAGADO.
012087     IF MAE-IMP-PAGADO = WS-IMP-TOTAL-CUOTA
012088         SET MAE-PAGADO TO TRUE
012089         MOVE WS-FECHA-SISTEMA TO MAE-FEC-PAGO
012090         MOVE PH-COD-OFICINA   TO MAE-OFI-PAGO
012091     END-IF.
012092     REWRITE REG-MAE-PEND-HIPOTECARIO
012093         INVALID KEY
012094             MOVE WS-RET-ERROR-ARCHIVO TO PH-COD-RETORNO
012095             MOVE "ERROR REESCRIBIENDO PAGCHPEN"
012096                                 TO PH-MENSAJE
012097             MOVE 0 TO PH-NRO-RECIBO
012098             GO TO 8830-EXIT
012099     END-REWRITE.
012100     SET JNL-CAMBIO TO TRUE.
012101     PERFORM 9100-GRABAR-DIARIO THRU 9100-EXIT.
012102     SUBTRACT WS-IMP-APLICADO FROM WS-IMP-POR-APLICAR.
012103     MOVE WS-IMP-APLICADO TO WS-IMP-MOVIMIENTO.
012104     PERFORM 8200-GRABAR-DETALLE THRU 8200-EXIT.
012105     PERFORM 8840-CARGAR-SALIDA THRU 8840-EXIT.
012106     PERFORM 8850-BITACORA-CUOTA THRU 8850-EXIT.
012107 8830-EXIT.
012108     EXIT.

012109******************************************************************
012110* 8840-CARGAR-SALIDA - DEVUELVE EN PH-OUTPUT-PEND LA CUOTA
012111*                      RECIEN POSTEADA CON EL IMPORTE APLICADO,
012112*                      SU PARTE DE MORA Y EL RECIBO
012113******************************************************************
012114 8840-CARGAR-SALIDA.
012115     ADD 1 TO PH-NUM-CUOTAS.
012116     MOVE MAE-COD-DEUDOR  TO
012117          PH-OUT-COD-DEUDOR (PH-NUM-CUOTAS).
012118     MOVE MAE-COD-CUOTA   TO
012119          PH-OUT-COD-CUOTA (PH-NUM-CUOTAS).
012120     MOVE MAE-MON-APAGAR  TO
012121          PH-OUT-MON-APAGAR (PH-NUM-CUOTAS).
012122     MOVE MAE-IMP-APAGAR  TO
012123          PH-OUT-IMP-APAGAR (PH-NUM-CUOTAS).
012124     MOVE MAE-IMP-PAGADO  TO
012125          PH-OUT-IMP-PAGADO (PH-NUM-CUOTAS).
012126     MOVE MAE-IMP-MORA    TO
012127          PH-OUT-IMP-MORA (PH-NUM-CUOTAS).
012128     MOVE MAE-FLAG-PAGADO TO
012129          PH-OUT-FLAG-PAGADO (PH-NUM-CUOTAS).
012130     MOVE MAE-FEC-PAGO    TO
012131          PH-OUT-FEC-PAGO (PH-NUM-CUOTAS).
012132     MOVE MAE-OFI-PAGO    TO
012133          PH-OUT-OFI-PAGO (PH-NUM-CUOTAS).
012134     MOVE MAE-MON-ORIGEN  TO
012135          PH-OUT-MON-ORIGEN (PH-NUM-CUOTAS).
012136     MOVE MAE-IMP-ORIGEN  TO
012137          PH-OUT-IMP-ORIGEN (PH-NUM-CUOTAS).
012138     MOVE MAE-TAS-CAMBIO  TO
012139          PH-OUT-TAS-CAMBIO (PH-NUM-CUOTAS).
012140     MOVE WS-IMP-APLICADO TO
012141          PH-OUT-IMP-APLICADO (PH-NUM-CUOTAS).
012142     MOVE WS-IMP-APL-MORA TO
012143          PH-OUT-IMP-APL-MORA (PH-NUM-CUOTAS).
012144     MOVE PH-NRO-RECIBO   TO
012145          PH-OUT-NRO-RECIBO (PH-NUM-CUOTAS).
012146     PERFORM 6150-COPIAR-CODEUDOR-SALIDA THRU 6150-EXIT
012147         VARYING WS-IDX-CODEUDOR FROM 1 BY 1
012148         UNTIL WS-IDX-CODEUDOR > 3.
012149 8840-EXIT.
012150     EXIT.

012151******************************************************************
012152* 8850-BITACORA-CUOTA - GRABA EN PAGCHTRN UN REGISTRO PAGA (P)
012153*                       POR LA CUOTA TOCADA, PARA QUE EL ENVIO
012154*                       A CREDITO HIPOTECARIO Y EL CUADRE LA
012155*                       TOMEN COMO UN COBRO DE VENTANILLA
012156******************************************************************
012157 8850-BITACORA-CUOTA.
012158     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
012159     ACCEPT WS-HORA-SISTEMA  FROM TIME.
012160     MOVE WS-FECHA-SISTEMA       TO TRN-FEC-TRANSACCION.
012161     MOVE WS-HORA-SISTEMA (1:6)  TO TRN-HOR-TRANSACCION.
012162     MOVE "P"                    TO TRN-OPERACION.
012163     MOVE MAE-COD-EMPRESA        TO TRN-COD-EMPRESA.
012164     MOVE MAE-COD-SERVICIO       TO TRN-COD-SERVICIO.
012165     MOVE MAE-COD-DEUDOR         TO TRN-COD-DEUDOR.
012166     MOVE MAE-COD-CUOTA          TO TRN-COD-CUOTA.
012167     MOVE WS-IMP-APLICADO        TO TRN-IMP-APAGAR.
012168     MOVE WS-RET-OK              TO TRN-COD-RETORNO.
012169     MOVE PH-COD-RETORNO-TOLD    TO TRN-COD-RETORNO-TOLD.
012170     MOVE PH-COD-OFICINA         TO TRN-COD-OFICINA.
012171     MOVE PH-COD-OPERADOR        TO TRN-COD-OPERADOR.
012172     WRITE REG-TRN-PEND-HIPOTECARIO.
012173 8850-EXIT.
012174     EXIT.


012175******************************************************************
012176* 9000-FINALIZAR - ESCRIBE EL REGISTRO DE BITACORA PAGCHTRN
012177*                  DE LA TRANSACCION QUE SE ACABA DE ATENDER
012178******************************************************************
012179 9000-FINALIZAR.
012180     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
012181     ACCEPT WS-HORA-SISTEMA  FROM TIME.
012182     MOVE WS-FECHA-SISTEMA       TO TRN-FEC-TRANSACCION.
012183     MOVE WS-HORA-SISTEMA (1:6)  TO TRN-HOR-TRANSACCION.
012184     MOVE PH-OPERACION           TO TRN-OPERACION.
012185     MOVE PH-COD-EMPRESA         TO TRN-COD-EMPRESA.
012186     MOVE PH-COD-SERVICIO        TO TRN-COD-SERVICIO.
012187     MOVE PH-COD-DEUDOR          TO TRN-COD-DEUDOR.
012188     MOVE PH-COD-CUOTA           TO TRN-COD-CUOTA.
012189*    EN LAS OPERACIONES PAGA, EXTORNO Y PAGA-DEUDOR EL IMPORTE
012190*    DE LA TRANSACCION ES EL COBRADO O REVERSADO EN VENTANILLA, Y
012191*    EN EL CONVENIO EL SALDO RETIRADO DE LA CUOTA ORIGINAL,
012192*    NO EL IMPORTE A PAGAR DE LA CUOTA
012193     EVALUATE TRUE
012194         WHEN PAGA
012195             MOVE PH-IMP-PAGO    TO TRN-IMP-APAGAR
012196         WHEN EXTORNO
012197             MOVE PH-IMP-PAGO    TO TRN-IMP-APAGAR
012198         WHEN CONVENIO
012199             MOVE WS-IMP-SALDO-CONVENIO TO TRN-IMP-APAGAR
012200         WHEN PAGA-DEUDOR
012201             MOVE PH-IMP-PAGO    TO TRN-IMP-APAGAR
012202         WHEN OTHER
012203             MOVE PH-IMP-APAGAR  TO TRN-IMP-APAGAR
012204     END-EVALUATE.
012205     MOVE PH-COD-RETORNO         TO TRN-COD-RETORNO.
012206     MOVE PH-COD-RETORNO-TOLD    TO TRN-COD-RETORNO-TOLD.
012207     MOVE PH-COD-OFICINA         TO TRN-COD-OFICINA.
012208     MOVE PH-COD-OPERADOR        TO TRN-COD-OPERADOR.
012209     WRITE REG-TRN-PEND-HIPOTECARIO.
012210 9000-EXIT.
012211     EXIT.

012212******************************************************************
012213* 9100-GRABAR-DIARIO - DEJA EN PAGCHJNL LA IMAGEN DE LA CUOTA
012214*                      ANTES (WS-IMG-ANTERIOR) Y DESPUES (AREA
012215*                      DEL REGISTRO) DEL ALTA, CAMBIO O BAJA QUE
012216*                      SE ACABA DE HACER EN PAGCHPEN, CON LA
012217*                      FECHA DE LA TRANSACCION Y LA HORA ACTUAL
012218******************************************************************
012219 9100-GRABAR-DIARIO.
012220     ACCEPT WS-HORA-SISTEMA  FROM TIME.
012221     MOVE WS-FECHA-SISTEMA       TO JNL-FEC-MOVIMIENTO.
012222     MOVE WS-HORA-SISTEMA        TO JNL-HOR-MOVIMIENTO.
012223     MOVE "PAGCHIPO"             TO JNL-COD-PROGRAMA.
012224     MOVE PH-OPERACION           TO JNL-OPE-ORIGEN.
012225     MOVE PH-COD-OPERADOR        TO JNL-COD-OPERADOR.
012226     MOVE PH-COD-OFICINA         TO JNL-COD-OFICINA.
012227     MOVE MAE-LLAVE-PRIMARIA     TO JNL-LLAVE-MAESTRO.
012228     IF JNL-ALTA
012229         MOVE SPACES             TO JNL-IMG-ANTERIOR
012230     ELSE
012231         MOVE WS-IMG-ANTERIOR    TO JNL-IMG-ANTERIOR
012232     END-IF.
012233     IF JNL-BAJA
012234         MOVE SPACES             TO JNL-IMG-POSTERIOR
012235     ELSE
012236         MOVE REG-MAE-PEND-HIPOTECARIO TO JNL-IMG-POSTERIOR
012237     END-IF.
012238     WRITE REG-JNL-IMAGEN.
012239 9100-EXIT.
012240     EXIT.
