000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    MANTENIMIENTO DEL MAESTRO DE DEPARTAMENTOS
000070*             (DEPTOS): APLICA UN ARCHIVO DE MOVIMIENTOS DE
000080*             ALTA, CAMBIO, BAJA (DESACTIVACION) Y
000090*             REACTIVACION, Y DEJA UN LISTADO DE CADA
000100*             MOVIMIENTO CON LA IMAGEN ANTERIOR Y POSTERIOR DEL
000110*             REGISTRO, O EL MOTIVO POR EL QUE NO SE APLICO.
000120*             cargaLotes Y esPrimo VALIDAN CONTRA ESTE MAESTRO
000130*             EL DEPARTAMENTO DE CADA PEDIDO.
000140* TECTONICS.  cobc -x mantDeptos.cbl
000150******************************************************************
000160* HISTORIAL DE MODIFICACIONES
000170* FECHA       INIC.  DESCRIPCION
000180* ----------  -----  -------------------------------------------
000190* 15/10/2026  RAS    VERSION ORIGINAL. HASTA AHORA CUALQUIER
000200*                    CODIGO DE TRES CARACTERES PASABA COMO
000210*                    DEPARTAMENTO Y UN ERROR DE TIPEO ABRIA UN
000220*                    AREA FALSA EN EL REPORTE.
000230******************************************************************
000240* FORMATO DEL MOVIMIENTO (TARJETA DE 80 COLUMNAS)
000250*   COL  1     ACCION: A=ALTA, C=CAMBIO, B=BAJA, R=REACTIVAR
000260*   COL  2- 4  CODIGO DE DEPARTAMENTO
000270*   COL  5-34  NOMBRE
000280*   COL 35-40  CENTRO DE COSTO
000290*   COL 41-48  LIMITE DIARIO DE SOLICITUDES (CEROS = SIN
000300*              LIMITE)
000310*   EN UN CAMBIO, LOS CAMPOS EN BLANCO QUEDAN COMO ESTABAN. LA
000320*   BAJA NO BORRA EL REGISTRO: LO MARCA INACTIVO, PARA QUE LOS
000330*   PEDIDOS DEL AREA SE RECHACEN CON SU PROPIO MOTIVO.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. mantDeptos.
000370 AUTHOR. R. ALVAREZ SOSA.
000380 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000390 DATE-WRITTEN. 15/10/2026.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DEPTOS-ARCH
000450         ASSIGN TO "DEPTOS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS DPT-CODIGO
000490         FILE STATUS IS WS-STATUS-DEPTOS.

000500     SELECT MOVIM-ARCH
000510         ASSIGN TO "MOVDEPTO"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-STATUS-MOVIM.

000540     SELECT LISTADO-ARCH
000550         ASSIGN TO "LISTDEP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-STATUS-LISTADO.

000580 DATA DIVISION.
000590 FILE SECTION.
000600******************************************************************
000610*    MAESTRO DE DEPARTAMENTOS - UN REGISTRO POR AREA HABILITADA
000620*    A PEDIR CLASIFICACIONES, CON SU NOMBRE, CENTRO DE COSTO,
000630*    MARCA DE ACTIVO/INACTIVO, LIMITE DIARIO DE SOLICITUDES
000640*    (CERO = SIN LIMITE) Y FECHA DEL ULTIMO MOVIMIENTO.
000650******************************************************************
000660 FD  DEPTOS-ARCH
000670     RECORDING MODE IS F.
000680 01  DPT-REGISTRO.
000690     05  DPT-CODIGO                   PIC X(03).
000700     05  DPT-NOMBRE                   PIC X(30).
000710     05  DPT-CENTRO-COSTO             PIC X(06).
000720     05  DPT-ESTADO                   PIC X(01).
000730         88  DPT-ACTIVO                    VALUE "A".
000740         88  DPT-INACTIVO                  VALUE "I".
000750     05  DPT-LIMITE-DIARIO            PIC 9(08).
000760     05  DPT-FECHA-CAMBIO             PIC 9(08).
000770     05  FILLER                       PIC X(24).

000780******************************************************************
000790*    ARCHIVO DE MOVIMIENTOS - UNA TARJETA POR ALTA, CAMBIO, BAJA
000800*    O REACTIVACION, APLICADAS EN EL ORDEN EN QUE VIENEN.
000810******************************************************************
000820 FD  MOVIM-ARCH
000830     RECORDING MODE IS F.
000840 01  MOV-REGISTRO.
000850     05  MOV-ACCION                   PIC X(01).
000860         88  MOV-ALTA                      VALUE "A".
000870         88  MOV-CAMBIO                    VALUE "C".
000880         88  MOV-BAJA                      VALUE "B".
000890         88  MOV-REACTIVAR                 VALUE "R".
000900     05  MOV-CODIGO                   PIC X(03).
000910     05  MOV-NOMBRE                   PIC X(30).
000920     05  MOV-CENTRO-COSTO             PIC X(06).
000930     05  MOV-LIMITE                   PIC X(08).
000940     05  MOV-LIMITE-NUM REDEFINES MOV-LIMITE
000950                                      PIC 9(08).
000960     05  FILLER                       PIC X(32).

000970******************************************************************
000980*    LISTADO DE MOVIMIENTOS - POR CADA TARJETA, LA LINEA DEL
000990*    MOVIMIENTO CON SU ESTADO Y, SI SE APLICO, LA IMAGEN ANTERIOR
001000*    Y POSTERIOR DEL REGISTRO; AL FINAL, LOS TOTALES.
001010******************************************************************
001020 FD  LISTADO-ARCH
001030     RECORDING MODE IS F.
001040 01  LST-LINEA                        PIC X(132).

001050 WORKING-STORAGE SECTION.
001060******************************************************************
001070*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
001080******************************************************************
001090 77  WS-STATUS-DEPTOS                 PIC X(02) VALUE SPACES.
001100 77  WS-STATUS-MOVIM                  PIC X(02) VALUE SPACES.
001110 77  WS-STATUS-LISTADO                PIC X(02) VALUE SPACES.

001120 01  WS-SWITCHES.
001130     05  WS-SW-FIN-MOVIM              PIC X(01) VALUE "N".
001140         88  WS-FIN-MOVIM                        VALUE "Y".
001150     05  WS-SW-EXISTE                 PIC X(01) VALUE "N".
001160         88  WS-DEPTO-EXISTE                     VALUE "Y".
001170         88  WS-DEPTO-NO-EXISTE                  VALUE "N".

001180******************************************************************
001190*    FECHA DE LA CORRIDA, SELLADA EN CADA REGISTRO TOCADO, Y
001200*    MOTIVO DE RECHAZO DEL MOVIMIENTO EN CURSO (EN BLANCO SI SE
001210*    APLICA).
001220******************************************************************
001230 77  WS-FECHA-CORRIDA                 PIC 9(08) VALUE ZERO.
001240 77  WS-MOTIVO                        PIC X(20) VALUE SPACES.

001250******************************************************************
001260*    IMAGEN DEL REGISTRO ANTES DEL MOVIMIENTO, PARA EL LISTADO
001270******************************************************************
001280 01  WS-DPT-ANTES                     PIC X(80) VALUE SPACES.

001290******************************************************************
001300*    CONTADORES DE CONTROL
001310******************************************************************
001320 77  WS-CONT-LEIDOS                   PIC 9(08) COMP VALUE ZERO.
001330 77  WS-CONT-APLICADOS                PIC 9(08) COMP VALUE ZERO.
001340 77  WS-CONT-RECHAZADOS               PIC 9(08) COMP VALUE ZERO.

001350******************************************************************
001360*    LINEAS DEL LISTADO
001370******************************************************************
001380 01  WS-ENCABEZADO-1.
001390     05  FILLER                       PIC X(44)
001400         VALUE "LISTADO DE MOVIMIENTOS AL MAESTRO DE DEPTOS".
001410     05  FILLER                       PIC X(03) VALUE SPACES.
001420     05  FILLER                       PIC X(07) VALUE "FECHA: ".
001430     05  WS-ENC-FECHA                 PIC 9(08).
001440 01  WS-ENCABEZADO-2                  PIC X(80)
001450         VALUE "   ACCION       CODIGO   ESTADO      MOTIVO".
001460 01  WS-ENCABEZADO-3.
001470     05  FILLER                       PIC X(40)
001480         VALUE "      IMAGEN    NOMBRE                  ".
001490     05  FILLER                       PIC X(40)
001500         VALUE "       CCOSTO    EST   LIMITE  FECHA".

001510 01  WS-LST-MOVIMIENTO.
001520     05  FILLER                       PIC X(03) VALUE SPACES.
001530     05  WS-LSTM-ACCION               PIC X(01).
001540     05  FILLER                       PIC X(01) VALUE SPACE.
001550     05  WS-LSTM-ACCION-TXT           PIC X(12).
001560     05  FILLER                       PIC X(01) VALUE SPACE.
001570     05  WS-LSTM-CODIGO               PIC X(03).
001580     05  FILLER                       PIC X(06) VALUE SPACES.
001590     05  WS-LSTM-ESTADO               PIC X(09).
001600     05  FILLER                       PIC X(03) VALUE SPACES.
001610     05  WS-LSTM-MOTIVO               PIC X(20).

001620 01  WS-LST-IMAGEN.
001630     05  FILLER                       PIC X(06) VALUE SPACES.
001640     05  WS-LSTI-ROTULO               PIC X(10).
001650     05  WS-LSTI-NOMBRE               PIC X(30).
001660     05  FILLER                       PIC X(01) VALUE SPACE.
001670     05  WS-LSTI-CENTRO               PIC X(06).
001680     05  FILLER                       PIC X(04) VALUE SPACES.
001690     05  WS-LSTI-ESTADO               PIC X(01).
001700     05  FILLER                       PIC X(03) VALUE SPACES.
001710     05  WS-LSTI-LIMITE               PIC ZZZZZZZ9.
001720     05  FILLER                       PIC X(02) VALUE SPACES.
001730     05  WS-LSTI-FECHA                PIC 9(08).

001740 01  WS-LST-TRAILER.
001750     05  FILLER                       PIC X(20)
001760             VALUE "TOTAL MOVIMIENTOS: ".
001770     05  WS-LSTT-LEIDOS               PIC ZZZZZZZ9.
001780     05  FILLER                       PIC X(03) VALUE SPACES.
001790     05  FILLER                       PIC X(11)
001800             VALUE "APLICADOS: ".
001810     05  WS-LSTT-APLICADOS            PIC ZZZZZZZ9.
001820     05  FILLER                       PIC X(03) VALUE SPACES.
001830     05  FILLER                       PIC X(12)
001840             VALUE "RECHAZADOS: ".
001850     05  WS-LSTT-RECHAZADOS           PIC ZZZZZZZ9.

001860 PROCEDURE DIVISION.
001870******************************************************************
001880*    0000-MAINLINE
001890*    CONTROLA LA SECUENCIA GENERAL: ABRE LOS ARCHIVOS, APLICA
001900*    LOS MOVIMIENTOS UNO POR UNO Y CIERRA CON LOS TOTALES.
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001940     PERFORM 2000-PROCESAR-MOVIMIENTO THRU 2000-EXIT
001950         UNTIL WS-FIN-MOVIM.
001960     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
001970 0000-EXIT.
001980     EXIT.

001990******************************************************************
002000*    1000-INICIALIZAR
002010*    ABRE EL MAESTRO DE DEPARTAMENTOS PARA ACTUALIZACION (SI AUN
002020*    NO EXISTE LO CREA VACIO, COMO esPrimo CON EL MAESTRO DE
002030*    PRIMOS), LOS MOVIMIENTOS Y EL LISTADO, Y ESCRIBE LOS
002040*    ENCABEZADOS.
002050******************************************************************
002060 1000-INICIALIZAR.
002070     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
002080     OPEN INPUT MOVIM-ARCH.
002090     IF WS-STATUS-MOVIM NOT = "00"
002100         DISPLAY "MANTDEPTOS: ERROR AL ABRIR MOVDEPTO, STATUS = "
002110             WS-STATUS-MOVIM
002120         STOP RUN
002130     END-IF.
002140     OPEN I-O DEPTOS-ARCH.
002150     IF WS-STATUS-DEPTOS = "35"
002160         OPEN OUTPUT DEPTOS-ARCH
002170         CLOSE DEPTOS-ARCH
002180         OPEN I-O DEPTOS-ARCH
002190     END-IF.
002200     IF WS-STATUS-DEPTOS NOT = "00"
002210         DISPLAY "MANTDEPTOS: ERROR AL ABRIR DEPTOS, STATUS = "
002220             WS-STATUS-DEPTOS
002230         STOP RUN
002240     END-IF.
002250     OPEN OUTPUT LISTADO-ARCH.
002260     IF WS-STATUS-LISTADO NOT = "00"
002270         DISPLAY "MANTDEPTOS: ERROR AL ABRIR LISTDEP, STATUS = "
002280             WS-STATUS-LISTADO
002290         STOP RUN
002300     END-IF.
002310     MOVE WS-FECHA-CORRIDA TO WS-ENC-FECHA.
002320     WRITE LST-LINEA FROM WS-ENCABEZADO-1.
002330     WRITE LST-LINEA FROM WS-ENCABEZADO-2.
002340     WRITE LST-LINEA FROM WS-ENCABEZADO-3.
002350     PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT.
002360 1000-EXIT.
002370     EXIT.

002380******************************************************************
002390*    2000-PROCESAR-MOVIMIENTO
002400*    VALIDA EL MOVIMIENTO ACTUAL, LEE EL DEPARTAMENTO EN EL
002410*    MAESTRO Y LO DERIVA SEGUN LA ACCION. CADA RAMA DEJA EL
002420*    MOTIVO EN WS-MOTIVO SI NO PUEDE APLICARLO; LA LINEA DEL
002430*    LISTADO SALE SIEMPRE, APLICADO O NO.
002440******************************************************************
002450 2000-PROCESAR-MOVIMIENTO.
002460     ADD 1 TO WS-CONT-LEIDOS.
002470     MOVE SPACES TO WS-MOTIVO.
002480     MOVE SPACES TO WS-DPT-ANTES.
002490     PERFORM 2200-VALIDAR-MOVIMIENTO THRU 2200-EXIT.
002500     IF WS-MOTIVO = SPACES
002510         PERFORM 2300-LEER-DEPTO THRU 2300-EXIT
002520         EVALUATE TRUE
002530             WHEN MOV-ALTA
002540                 PERFORM 3000-ALTA THRU 3000-EXIT
002550             WHEN MOV-CAMBIO
002560                 PERFORM 4000-CAMBIO THRU 4000-EXIT
002570             WHEN MOV-BAJA
002580                 PERFORM 5000-BAJA THRU 5000-EXIT
002590             WHEN MOV-REACTIVAR
002600                 PERFORM 6000-REACTIVAR THRU 6000-EXIT
002610         END-EVALUATE
002620     END-IF.
002630     PERFORM 8000-LISTAR-MOVIMIENTO THRU 8000-EXIT.
002640     PERFORM 2100-LEER-MOVIMIENTO THRU 2100-EXIT.
002650 2000-EXIT.
002660     EXIT.

002670******************************************************************
002680*    2100-LEER-MOVIMIENTO
002690*    LEE LA SIGUIENTE TARJETA DE MOVIMIENTO (SALTEANDO LAS
002700*    LINEAS EN BLANCO) Y ACTIVA EL INDICADOR DE FIN AL AGOTARSE.
002710******************************************************************
002720 2100-LEER-MOVIMIENTO.
002730     READ MOVIM-ARCH
002740         AT END
002750             SET WS-FIN-MOVIM TO TRUE
002760             GO TO 2100-EXIT
002770     END-READ.
002780     IF MOV-REGISTRO = SPACES
002790         GO TO 2100-LEER-MOVIMIENTO
002800     END-IF.
002810 2100-EXIT.
002820     EXIT.

002830******************************************************************
002840*    2200-VALIDAR-MOVIMIENTO
002850*    CONTROLES QUE NO NECESITAN EL MAESTRO: ACCION CONOCIDA,
002860*    CODIGO PRESENTE Y DISTINTO DE "???" (RESERVADO POR esPrimo
002870*    PARA LOS PEDIDOS SIN DEPARTAMENTO VALIDO), Y LIMITE
002880*    NUMERICO CUANDO VIENE INFORMADO.
002890******************************************************************
002900 2200-VALIDAR-MOVIMIENTO.
002910     IF NOT MOV-ALTA AND NOT MOV-CAMBIO
002920             AND NOT MOV-BAJA AND NOT MOV-REACTIVAR
002930         MOVE "ACCION INVALIDA" TO WS-MOTIVO
002940         GO TO 2200-EXIT
002950     END-IF.
002960     IF MOV-CODIGO = SPACES
002970         MOVE "CODIGO EN BLANCO" TO WS-MOTIVO
002980         GO TO 2200-EXIT
002990     END-IF.
003000     IF MOV-CODIGO = "???"
003010         MOVE "CODIGO RESERVADO" TO WS-MOTIVO
003020         GO TO 2200-EXIT
003030     END-IF.
003040     IF MOV-LIMITE NOT = SPACES
003050             AND MOV-LIMITE NOT NUMERIC
003060         MOVE "LIMITE NO NUMERICO" TO WS-MOTIVO
003070     END-IF.
003080 2200-EXIT.
003090     EXIT.

003100******************************************************************
003110*    2300-LEER-DEPTO
003120*    BUSCA EL CODIGO DEL MOVIMIENTO EN EL MAESTRO Y GUARDA LA
003130*    IMAGEN ANTERIOR SI EXISTE.
003140******************************************************************
003150 2300-LEER-DEPTO.
003160     MOVE MOV-CODIGO TO DPT-CODIGO.
003170     READ DEPTOS-ARCH
003180         INVALID KEY
003190             SET WS-DEPTO-NO-EXISTE TO TRUE
003200         NOT INVALID KEY
003210             SET WS-DEPTO-EXISTE TO TRUE
003220             MOVE DPT-REGISTRO TO WS-DPT-ANTES
003230     END-READ.
003240 2300-EXIT.
003250     EXIT.

003260******************************************************************
003270*    3000-ALTA
003280*    AGREGA UN DEPARTAMENTO NUEVO, ACTIVO. EXIGE NOMBRE; EL
003290*    LIMITE EN BLANCO SE TOMA COMO SIN LIMITE.
003300******************************************************************
003310 3000-ALTA.
003320     IF WS-DEPTO-EXISTE
003330         MOVE "YA EXISTE" TO WS-MOTIVO
003340         GO TO 3000-EXIT
003350     END-IF.
003360     IF MOV-NOMBRE = SPACES
003370         MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO
003380         GO TO 3000-EXIT
003390     END-IF.
003400     MOVE SPACES TO DPT-REGISTRO.
003410     MOVE MOV-CODIGO TO DPT-CODIGO.
003420     MOVE MOV-NOMBRE TO DPT-NOMBRE.
003430     MOVE MOV-CENTRO-COSTO TO DPT-CENTRO-COSTO.
003440     SET DPT-ACTIVO TO TRUE.
003450     IF MOV-LIMITE = SPACES
003460         MOVE ZERO TO DPT-LIMITE-DIARIO
003470     ELSE
003480         MOVE MOV-LIMITE-NUM TO DPT-LIMITE-DIARIO
003490     END-IF.
003500     MOVE WS-FECHA-CORRIDA TO DPT-FECHA-CAMBIO.
003510     WRITE DPT-REGISTRO
003520         INVALID KEY
003530             MOVE "ERROR AL GRABAR" TO WS-MOTIVO
003540     END-WRITE.
003550 3000-EXIT.
003560     EXIT.

003570******************************************************************
003580*    4000-CAMBIO
003590*    MODIFICA NOMBRE, CENTRO DE COSTO Y/O LIMITE DE UN
003600*    DEPARTAMENTO EXISTENTE; LOS CAMPOS EN BLANCO DEL MOVIMIENTO
003610*    NO SE TOCAN. EL ESTADO SOLO CAMBIA CON BAJA O REACTIVAR.
003620******************************************************************
003630 4000-CAMBIO.
003640     IF WS-DEPTO-NO-EXISTE
003650         MOVE "NO EXISTE" TO WS-MOTIVO
003660         GO TO 4000-EXIT
003670     END-IF.
003680     IF MOV-NOMBRE = SPACES
003690             AND MOV-CENTRO-COSTO = SPACES
003700             AND MOV-LIMITE = SPACES
003710         MOVE "SIN DATOS A CAMBIAR" TO WS-MOTIVO
003720         GO TO 4000-EXIT
003730     END-IF.
003740     IF MOV-NOMBRE NOT = SPACES
003750         MOVE MOV-NOMBRE TO DPT-NOMBRE
003760     END-IF.
003770     IF MOV-CENTRO-COSTO NOT = SPACES
003780         MOVE MOV-CENTRO-COSTO TO DPT-CENTRO-COSTO
003790     END-IF.
003800     IF MOV-LIMITE NOT = SPACES
003810         MOVE MOV-LIMITE-NUM TO DPT-LIMITE-DIARIO
003820     END-IF.
003830     PERFORM 7000-REGRABAR-DEPTO THRU 7000-EXIT.
003840 4000-EXIT.
003850     EXIT.

003860******************************************************************
003870*    5000-BAJA
003880*    MARCA INACTIVO UN DEPARTAMENTO EXISTENTE. EL REGISTRO QUEDA
003890*    EN EL MAESTRO PARA QUE LOS PEDIDOS DEL AREA SE RECHACEN
003900*    COMO INACTIVOS Y NO COMO INEXISTENTES.
003910******************************************************************
003920 5000-BAJA.
003930     IF WS-DEPTO-NO-EXISTE
003940         MOVE "NO EXISTE" TO WS-MOTIVO
003950         GO TO 5000-EXIT
003960     END-IF.
003970     IF DPT-INACTIVO
003980         MOVE "YA INACTIVO" TO WS-MOTIVO
003990         GO TO 5000-EXIT
004000     END-IF.
004010     SET DPT-INACTIVO TO TRUE.
004020     PERFORM 7000-REGRABAR-DEPTO THRU 7000-EXIT.
004030 5000-EXIT.
004040     EXIT.

004050******************************************************************
004060*    6000-REACTIVAR
004070*    VUELVE A ACTIVAR UN DEPARTAMENTO DADO DE BAJA.
004080******************************************************************
004090 6000-REACTIVAR.
004100     IF WS-DEPTO-NO-EXISTE
004110         MOVE "NO EXISTE" TO WS-MOTIVO
004120         GO TO 6000-EXIT
004130     END-IF.
004140     IF DPT-ACTIVO
004150         MOVE "YA ACTIVO" TO WS-MOTIVO
004160         GO TO 6000-EXIT
004170     END-IF.
004180     SET DPT-ACTIVO TO TRUE.
004190     PERFORM 7000-REGRABAR-DEPTO THRU 7000-EXIT.
004200 6000-EXIT.
004210     EXIT.

004220******************************************************************
004230*    7000-REGRABAR-DEPTO
004240*    SELLA LA FECHA DEL MOVIMIENTO Y REGRABA EL REGISTRO LEIDO.
004250******************************************************************
004260 7000-REGRABAR-DEPTO.
004270     MOVE WS-FECHA-CORRIDA TO DPT-FECHA-CAMBIO.
004280     REWRITE DPT-REGISTRO
004290         INVALID KEY
004300             MOVE "ERROR AL REGRABAR" TO WS-MOTIVO
004310     END-REWRITE.
004320 7000-EXIT.
004330     EXIT.

004340******************************************************************
004350*    8000-LISTAR-MOVIMIENTO
004360*    ESCRIBE LA LINEA DEL MOVIMIENTO CON SU ESTADO Y CUENTA EL
004370*    RESULTADO. UN MOVIMIENTO APLICADO LLEVA DEBAJO LA IMAGEN
004380*    ANTERIOR (SALVO EN UN ALTA) Y LA POSTERIOR DEL REGISTRO.
004390******************************************************************
004400 8000-LISTAR-MOVIMIENTO.
004410     MOVE MOV-ACCION TO WS-LSTM-ACCION.
004420     EVALUATE TRUE
004430         WHEN MOV-ALTA
004440             MOVE "ALTA" TO WS-LSTM-ACCION-TXT
004450         WHEN MOV-CAMBIO
004460             MOVE "CAMBIO" TO WS-LSTM-ACCION-TXT
004470         WHEN MOV-BAJA
004480             MOVE "BAJA" TO WS-LSTM-ACCION-TXT
004490         WHEN MOV-REACTIVAR
004500             MOVE "REACTIVACION" TO WS-LSTM-ACCION-TXT
004510         WHEN OTHER
004520             MOVE "?" TO WS-LSTM-ACCION-TXT
004530     END-EVALUATE.
004540     MOVE MOV-CODIGO TO WS-LSTM-CODIGO.
004550     MOVE WS-MOTIVO TO WS-LSTM-MOTIVO.
004560     IF WS-MOTIVO = SPACES
004570         MOVE "APLICADO" TO WS-LSTM-ESTADO
004580         ADD 1 TO WS-CONT-APLICADOS
004590     ELSE
004600         MOVE "RECHAZADO" TO WS-LSTM-ESTADO
004610         ADD 1 TO WS-CONT-RECHAZADOS
004620     END-IF.
004630     WRITE LST-LINEA FROM WS-LST-MOVIMIENTO.
004640     IF WS-MOTIVO NOT = SPACES
004650         GO TO 8000-EXIT
004660     END-IF.
004670     IF WS-DPT-ANTES NOT = SPACES
004680         MOVE "ANTES:" TO WS-LSTI-ROTULO
004690         MOVE WS-DPT-ANTES TO DPT-REGISTRO
004700         PERFORM 8100-LISTAR-IMAGEN THRU 8100-EXIT
004710     END-IF.
004720     MOVE MOV-CODIGO TO DPT-CODIGO.
004730     READ DEPTOS-ARCH
004740         INVALID KEY
004750             GO TO 8000-EXIT
004760     END-READ.
004770     MOVE "DESPUES:" TO WS-LSTI-ROTULO.
004780     PERFORM 8100-LISTAR-IMAGEN THRU 8100-EXIT.
004790 8000-EXIT.
004800     EXIT.

004810 8100-LISTAR-IMAGEN.
004820     MOVE DPT-NOMBRE TO WS-LSTI-NOMBRE.
004830     MOVE DPT-CENTRO-COSTO TO WS-LSTI-CENTRO.
004840     MOVE DPT-ESTADO TO WS-LSTI-ESTADO.
004850     MOVE DPT-LIMITE-DIARIO TO WS-LSTI-LIMITE.
004860     MOVE DPT-FECHA-CAMBIO TO WS-LSTI-FECHA.
004870     WRITE LST-LINEA FROM WS-LST-IMAGEN.
004880 8100-EXIT.
004890     EXIT.

004900******************************************************************
004910*    9999-FINALIZAR
004920*    ESCRIBE LOS TOTALES, CIERRA LOS ARCHIVOS Y TERMINA. UN
004930*    MOVIMIENTO RECHAZADO DEJA CODIGO DE RETORNO 4 PARA QUE
004940*    OPERACIONES REVISE EL LISTADO.
004950******************************************************************
004960 9999-FINALIZAR.
004970     MOVE WS-CONT-LEIDOS TO WS-LSTT-LEIDOS.
004980     MOVE WS-CONT-APLICADOS TO WS-LSTT-APLICADOS.
004990     MOVE WS-CONT-RECHAZADOS TO WS-LSTT-RECHAZADOS.
005000     WRITE LST-LINEA FROM WS-LST-TRAILER.
005010     IF WS-CONT-RECHAZADOS NOT = ZERO
005020         DISPLAY "MANTDEPTOS: MOVIMIENTOS RECHAZADOS: "
005030             WS-CONT-RECHAZADOS
005040         MOVE 4 TO RETURN-CODE
005050     END-IF.
005060     CLOSE MOVIM-ARCH.
005070     CLOSE DEPTOS-ARCH.
005080     CLOSE LISTADO-ARCH.
005090     STOP RUN.
005100 9999-EXIT.
005110     EXIT.

005120 END PROGRAM mantDeptos.
