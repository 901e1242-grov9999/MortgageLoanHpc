000010******************************************************************
000020* RI0109 15/10/26 LMGZ PROGRAMA INICIAL - RUTINA DE CONTROL DE
000030*                      PASOS DE LA CADENA NOCTURNA (PAGCHCTL)
000040******************************************************************
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.     PAGCHCTR.
000070 AUTHOR.         L. GOMEZ ZUNIGA.
000080 INSTALLATION.   PAGOACTIVO - AREA DE SISTEMAS.
000090 DATE-WRITTEN.   15/10/2026.
000100 DATE-COMPILED.

000110*=================================================================
000120* PROPOSITO : RUTINA DE SERVICIO (COPY PAGCHCTR) QUE LLAMAN LOS
000130*             JOBS DE LA CADENA NOCTURNA AL EMPEZAR Y AL
000140*             TERMINAR, PARA QUE TODOS TRABAJEN CON LA MISMA
000150*             FECHA DE NEGOCIO OFICIAL DE PAGCHCTL Y NO CON EL
000160*             RELOJ DEL SISTEMA, Y PARA QUE NINGUNO CORRA ANTES
000170*             DE QUE TERMINE EL PASO DEL QUE DEPENDE:
000180*                 I  INICIO  - DEVUELVE LA FECHA DE NEGOCIO
000182*                              Y LA ANTERIOR (EL DIA DEL QUE
000184*                              LA AVANZO PAGCHCAL),
000190*                              VERIFICA QUE LOS PASOS PREVIOS
000200*                              ESTEN TERMINADOS PARA ESA FECHA
000210*                              Y DEJA EL PASO EN CURSO, CON SU
000220*                              HORA DE INICIO. UN PASO QUE
000230*                              QUEDO EN CURSO O CANCELADO SE
000240*                              INFORMA COMO REARRANQUE
000250*                 F  FIN     - DEJA EL PASO TERMINADO CON SU
000260*                              HORA DE FIN Y CIFRAS DE CONTROL
000270*                 C  CANCELA - DEJA EL PASO CANCELADO CON SU
000280*                              CODIGO DE RETORNO
000290*             EL ARCHIVO SE ABRE Y SE CIERRA EN CADA LLAMADA.
000300*             SI NO HAY FECHA DE NEGOCIO (PAGCHCAL NO LA FIJO)
000310*             NINGUN PASO PUEDE INICIAR.
000320*=================================================================
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000360 OBJECT-COMPUTER.    IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PAGCHCTL ASSIGN TO PAGCHCTL
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CTL-LLAVE-PRIMARIA
000430         FILE STATUS IS WS-FS-PAGCHCTL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PAGCHCTL
000470     LABEL RECORDS ARE STANDARD.
000480     COPY "PAGCHCTL.cpy".

000490 WORKING-STORAGE SECTION.
000500*-----------------------------------------------------------------
000510* SWITCHES Y CONTADORES
000520*-----------------------------------------------------------------
000530 77  WS-FS-PAGCHCTL               PIC X(02) VALUE "00".
000540 77  WS-FECHA-SISTEMA             PIC 9(08).
000550 77  WS-HORA-SISTEMA              PIC 9(08).
000560 77  WS-SUB-PREVIO                PIC 9(04) COMP.
000570*-----------------------------------------------------------------
000580* MOTIVO DE RECHAZO POR PASO PREVIO NO TERMINADO
000590*-----------------------------------------------------------------
000600 01  WS-MSJ-PREVIO.
000610     05  FILLER                  PIC X(11) VALUE
000620         "PASO PREVIO".
000630     05  FILLER                  PIC X(01) VALUE SPACES.
000640     05  MSJ-PRE-PROGRAMA        PIC X(08).
000650     05  FILLER                  PIC X(14) VALUE
000660         " NO TERMINADO".

000670 LINKAGE SECTION.
000680     COPY "PAGCHCTR.cpy".

000690 PROCEDURE DIVISION USING REG-CTR-CONTROL-PASO.

000700******************************************************************
000710* 0000-MAINLINE
000720******************************************************************
000730 0000-MAINLINE.
000740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000750     IF CTR-OK
000760         PERFORM 2000-PROCESAR-OPERACION THRU 2000-EXIT
000770         CLOSE PAGCHCTL
000780     END-IF.
000790     GOBACK.

000800******************************************************************
000810* 1000-INICIALIZAR - LIMPIA LA SALIDA Y ABRE PAGCHCTL. SIN
000820*                    ARCHIVO NO HAY FECHA DE NEGOCIO: NO SE
000830*                    CREA VACIO
000840******************************************************************
000850 1000-INICIALIZAR.
000860     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
000870     ACCEPT WS-HORA-SISTEMA  FROM TIME.
000880     MOVE 00     TO CTR-COD-RETORNO.
000890     MOVE SPACES TO CTR-MENSAJE.
000900     IF CTR-INICIO
000910         MOVE SPACES TO CTR-FEC-NEGOCIO CTR-FEC-NEGOCIO-ANT
000920         SET CTR-NO-ES-REARRANQUE TO TRUE
000930     END-IF.
000940     OPEN I-O PAGCHCTL.
000950     IF WS-FS-PAGCHCTL = "35"
000960         MOVE 10 TO CTR-COD-RETORNO
000970         MOVE "SIN FECHA DE NEGOCIO EN PAGCHCTL"
000980                             TO CTR-MENSAJE
000990         GO TO 1000-EXIT
001000     END-IF.
001010     IF WS-FS-PAGCHCTL NOT = "00"
001020         MOVE 90 TO CTR-COD-RETORNO
001030         MOVE "ERROR ABRIENDO PAGCHCTL" TO CTR-MENSAJE
001040     END-IF.
001050 1000-EXIT.
001060     EXIT.

001070******************************************************************
001080* 2000-PROCESAR-OPERACION - DESPACHA SEGUN CTR-OPERACION
001090******************************************************************
001100 2000-PROCESAR-OPERACION.
001110     EVALUATE TRUE
001120         WHEN CTR-INICIO
001130             PERFORM 3000-INICIAR-PASO THRU 3000-EXIT
001140         WHEN CTR-FIN
001150         WHEN CTR-CANCELA
001160             PERFORM 4000-CERRAR-PASO THRU 4000-EXIT
001170         WHEN OTHER
001180             MOVE 90 TO CTR-COD-RETORNO
001190             MOVE "OPERACION DE CONTROL NO DEFINIDA"
001200                             TO CTR-MENSAJE
001210     END-EVALUATE.
001220 2000-EXIT.
001230     EXIT.

001240******************************************************************
001250* 3000-INICIAR-PASO - FECHAS DE NEGOCIO ACTUAL Y ANTERIOR,
001260*                     PASOS PREVIOS Y MARCA DEL PASO EN CURSO
001270******************************************************************
001280 3000-INICIAR-PASO.
001290     MOVE SPACES       TO CTL-LLAVE-PRIMARIA.
001300     SET CTL-REG-FECHA TO TRUE.
001310     MOVE ZEROS        TO CTL-FEC-LLAVE.
001320     READ PAGCHCTL
001330         INVALID KEY
001340             MOVE 10 TO CTR-COD-RETORNO
001350             MOVE "SIN FECHA DE NEGOCIO EN PAGCHCTL"
001360                             TO CTR-MENSAJE
001370             GO TO 3000-EXIT
001380     END-READ.
001390     MOVE CTL-FEC-NEGOCIO     TO CTR-FEC-NEGOCIO.
001395     MOVE CTL-FEC-NEGOCIO-ANT TO CTR-FEC-NEGOCIO-ANT.
001400     PERFORM 3100-VERIFICAR-PREVIO THRU 3100-EXIT
001410         VARYING WS-SUB-PREVIO FROM 1 BY 1
001420         UNTIL WS-SUB-PREVIO > 3
001430         OR NOT CTR-OK.
001440     IF NOT CTR-OK
001450         GO TO 3000-EXIT
001460     END-IF.
001470     MOVE SPACES           TO CTL-LLAVE-PRIMARIA.
001480     SET CTL-REG-PASO      TO TRUE.
001490     MOVE CTR-FEC-NEGOCIO  TO CTL-FEC-LLAVE.
001500     MOVE CTR-COD-PROGRAMA TO CTL-COD-PROGRAMA.
001510     READ PAGCHCTL
001520         INVALID KEY
001530             PERFORM 3200-ALTA-PASO THRU 3200-EXIT
001540             GO TO 3000-EXIT
001550     END-READ.
001560     IF CTL-PASO-TERMINADO
001570     AND CTR-NO-REPETIBLE
001580         MOVE 12 TO CTR-COD-RETORNO
001590         MOVE "PASO YA TERMINADO PARA LA FECHA"
001600                             TO CTR-MENSAJE
001610         GO TO 3000-EXIT
001620     END-IF.
001630     IF NOT CTL-PASO-TERMINADO
001640         SET CTR-ES-REARRANQUE TO TRUE
001650     END-IF.
001660     SET CTL-PASO-EN-CURSO TO TRUE.
001670     MOVE WS-FECHA-SISTEMA TO CTL-FEC-INICIO.
001680     MOVE WS-HORA-SISTEMA  TO CTL-HOR-INICIO.
001690     MOVE SPACES           TO CTL-FEC-FIN CTL-HOR-FIN.
001700     MOVE 0                TO CTL-COD-RETORNO.
001710     ADD 1 TO CTL-NUM-EJECUCIONES.
001720     REWRITE REG-CTL-CONTROL
001730         INVALID KEY
001740             MOVE 90 TO CTR-COD-RETORNO
001750             MOVE "ERROR REESCRIBIENDO PAGCHCTL"
001760                             TO CTR-MENSAJE
001770     END-REWRITE.
001780 3000-EXIT.
001790     EXIT.

001800******************************************************************
001810* 3100-VERIFICAR-PREVIO - EL PASO PREVIO DEBE ESTAR TERMINADO
001820*                         PARA LA MISMA FECHA DE NEGOCIO
001830******************************************************************
001840 3100-VERIFICAR-PREVIO.
001850     IF CTR-PASO-PREVIO (WS-SUB-PREVIO) = SPACES
001860         GO TO 3100-EXIT
001870     END-IF.
001880     MOVE SPACES          TO CTL-LLAVE-PRIMARIA.
001890     SET CTL-REG-PASO     TO TRUE.
001900     MOVE CTR-FEC-NEGOCIO TO CTL-FEC-LLAVE.
001910     MOVE CTR-PASO-PREVIO (WS-SUB-PREVIO) TO CTL-COD-PROGRAMA.
001920     READ PAGCHCTL
001930         INVALID KEY
001940             MOVE SPACES TO CTL-EST-PASO
001950     END-READ.
001960     IF NOT CTL-PASO-TERMINADO
001970         MOVE 11 TO CTR-COD-RETORNO
001980         MOVE CTR-PASO-PREVIO (WS-SUB-PREVIO)
001990                             TO MSJ-PRE-PROGRAMA
002000         MOVE WS-MSJ-PREVIO  TO CTR-MENSAJE
002010     END-IF.
002020 3100-EXIT.
002030     EXIT.

002040******************************************************************
002050* 3200-ALTA-PASO - PRIMERA EJECUCION DEL PASO PARA LA FECHA
002060******************************************************************
002070 3200-ALTA-PASO.
002080     MOVE SPACES           TO CTL-DATOS.
002090     SET CTL-PASO-EN-CURSO TO TRUE.
002100     MOVE WS-FECHA-SISTEMA TO CTL-FEC-INICIO.
002110     MOVE WS-HORA-SISTEMA  TO CTL-HOR-INICIO.
002120     MOVE 0 TO CTL-COD-RETORNO CTL-CNT-LEIDOS
002130               CTL-CNT-PROCESADOS CTL-IMP-CONTROL.
002140     MOVE 1 TO CTL-NUM-EJECUCIONES.
002150     WRITE REG-CTL-CONTROL
002160         INVALID KEY
002170             MOVE 90 TO CTR-COD-RETORNO
002180             MOVE "ERROR ESCRIBIENDO PAGCHCTL"
002190                             TO CTR-MENSAJE
002200     END-WRITE.
002210 3200-EXIT.
002220     EXIT.

002230******************************************************************
002240* 4000-CERRAR-PASO - TERMINA O CANCELA EL PASO INICIADO PARA LA
002250*                    FECHA DE NEGOCIO QUE DEVOLVIO EL INICIO
002260******************************************************************
002270 4000-CERRAR-PASO.
002280     MOVE SPACES           TO CTL-LLAVE-PRIMARIA.
002290     SET CTL-REG-PASO      TO TRUE.
002300     MOVE CTR-FEC-NEGOCIO  TO CTL-FEC-LLAVE.
002310     MOVE CTR-COD-PROGRAMA TO CTL-COD-PROGRAMA.
002320     READ PAGCHCTL
002330         INVALID KEY
002340             MOVE 13 TO CTR-COD-RETORNO
002350             MOVE "PASO NO INICIADO PARA LA FECHA"
002360                             TO CTR-MENSAJE
002370             GO TO 4000-EXIT
002380     END-READ.
002390     IF CTR-FIN
002400         SET CTL-PASO-TERMINADO TO TRUE
002410     ELSE
002420         SET CTL-PASO-CANCELADO TO TRUE
002430     END-IF.
002440     MOVE WS-FECHA-SISTEMA     TO CTL-FEC-FIN.
002450     MOVE WS-HORA-SISTEMA      TO CTL-HOR-FIN.
002460     MOVE CTR-COD-RETORNO-PASO TO CTL-COD-RETORNO.
002470     MOVE CTR-CNT-LEIDOS       TO CTL-CNT-LEIDOS.
002480     MOVE CTR-CNT-PROCESADOS   TO CTL-CNT-PROCESADOS.
002490     MOVE CTR-IMP-CONTROL      TO CTL-IMP-CONTROL.
002500     REWRITE REG-CTL-CONTROL
002510         INVALID KEY
002520             MOVE 90 TO CTR-COD-RETORNO
002530             MOVE "ERROR REESCRIBIENDO PAGCHCTL"
002540                             TO CTR-MENSAJE
002550     END-REWRITE.
002560 4000-EXIT.
002570     EXIT.
