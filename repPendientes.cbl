000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    REPORTE SEMANAL DE RECHAZOS PENDIENTES: RECORRE EL
000070*             ARCHIVO PENDRECH (QUE GRABAN esPrimo Y cargaLotes)
000080*             EN ORDEN DE DEPARTAMENTO Y SOLICITUD Y LISTA, POR
000090*             DEPARTAMENTO, CADA RECHAZO QUE SIGUE ABIERTO CON SU
000100*             ANTIGUEDAD EN DIAS DESDE EL PRIMER RECHAZO, ASIGNADA
000110*             A LOS TRAMOS 0-2, 3-7 Y MAS DE 7 DIAS, CON SUBTOTAL
000120*             POR TRAMO DE CADA DEPARTAMENTO Y TOTAL GENERAL. AL
000130*             FINAL LISTA LAS CORRECCIONES DE LA SEMANA QUE NO
000140*             APAREARON NINGUN RECHAZO PENDIENTE (ARCHIVO CORRSIN
000150*             DE cargaLotes). UN RECHAZO DE MAS DE 7 DIAS O UNA
000160*             CORRECCION SIN PENDIENTE TERMINAN CON RETURN-CODE 4.
000170* TECTONICS.  cobc -x repPendientes.cbl
000180******************************************************************
000190* HISTORIAL DE MODIFICACIONES
000200* FECHA       INIC.  DESCRIPCION
000210* ----------  -----  -------------------------------------------
000220* 15/10/2026  RAS    VERSION ORIGINAL. LAS CORRECCIONES LLEGABAN
000230*                    POR CORREO Y SE CARGABAN A MANO; ALGUNOS
000240*                    RECHAZOS NO SE CORREGIAN NUNCA.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. repPendientes.
000280 AUTHOR. R. ALVAREZ SOSA.
000290 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PENDRECH-ARCH
000360         ASSIGN TO "PENDRECH"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS PEN-CLAVE
000400         FILE STATUS IS WS-STATUS-PENDRECH.

000410     SELECT CORRSIN-ARCH
000420         ASSIGN TO "CORRSIN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-STATUS-CORRSIN.

000450     SELECT DEPTOS-ARCH
000460         ASSIGN TO "DEPTOS"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS DPT-CODIGO
000500         FILE STATUS IS WS-STATUS-DEPTOS.

000510     SELECT CONTROL-ARCH
000520         ASSIGN TO "TARJPEN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-CONTROL.

000550     SELECT PENDREP-ARCH
000560         ASSIGN TO "PENDREP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-STATUS-PENDREP.

000590 DATA DIVISION.
000600 FILE SECTION.
000610******************************************************************
000620*    RECHAZOS PENDIENTES DE CORRECCION - MISMO REGISTRO QUE EN
000630*    esPrimo Y cargaLotes. AQUI SOLO SE LEE.
000640******************************************************************
000650 FD  PENDRECH-ARCH
000660     RECORDING MODE IS F.
000670 01  PEN-REGISTRO.
000680     05  PEN-CLAVE.
000690         10  PEN-DEPTO                PIC X(03).
000700         10  PEN-SOLICITUD            PIC X(06).
000710     05  PEN-VALOR                    PIC X(12).
000720     05  PEN-MOTIVO                   PIC X(20).
000730     05  PEN-ETAPA                    PIC X(01).
000740     05  PEN-CORRIDA                  PIC 9(06).
000750     05  PEN-FECHA                    PIC 9(08).
000760     05  PEN-ESTADO                   PIC X(01).
000770         88  PEN-ABIERTO                   VALUE "A".
000780         88  PEN-CORREGIDO                 VALUE "E".
000790         88  PEN-CERRADO                   VALUE "C".
000800     05  PEN-FECHA-CORREC             PIC 9(08).
000810     05  PEN-VALOR-CORREC             PIC X(12).
000820     05  PEN-FECHA-CIERRE             PIC 9(08).
000830     05  PEN-CORRIDA-CIERRE           PIC 9(06).
000840     05  FILLER                       PIC X(09).

000850******************************************************************
000860*    CORRECCIONES SIN PENDIENTE - MISMO REGISTRO QUE GRABA
000870*    cargaLotes.
000880******************************************************************
000890 FD  CORRSIN-ARCH
000900     RECORDING MODE IS F.
000910 01  CSP-REGISTRO.
000920     05  CSP-FECHA                    PIC 9(08).
000930     05  CSP-ORIGEN                   PIC X(08).
000940     05  CSP-FECHA-ENVIO              PIC X(08).
000950     05  CSP-DEPTO                    PIC X(03).
000960     05  CSP-SOLICITUD                PIC X(06).
000970     05  CSP-VALOR                    PIC X(12).
000980     05  CSP-MOTIVO                   PIC X(20).
000990     05  FILLER                       PIC X(15).

001000******************************************************************
001010*    MAESTRO DE DEPARTAMENTOS - SOLO PARA EL NOMBRE DEL AREA EN
001020*    EL TITULO DE CADA DEPARTAMENTO.
001030******************************************************************
001040 FD  DEPTOS-ARCH
001050     RECORDING MODE IS F.
001060 01  DPT-REGISTRO.
001070     05  DPT-CODIGO                   PIC X(03).
001080     05  DPT-NOMBRE                   PIC X(30).
001090     05  DPT-CENTRO-COSTO             PIC X(06).
001100     05  DPT-ESTADO                   PIC X(01).
001110     05  DPT-LIMITE-DIARIO            PIC 9(08).
001120     05  DPT-FECHA-CAMBIO             PIC 9(08).
001130     05  FILLER                       PIC X(24).

001140******************************************************************
001150*    TARJETA DEL REPORTE: FECHA DE CORTE (EN CERO O SIN TARJETA,
001160*    LA FECHA DEL SISTEMA). LA ANTIGUEDAD SE CUENTA HASTA ESA
001170*    FECHA Y LA SEMANA DE CORRECCIONES SON SUS ULTIMOS 7 DIAS.
001180******************************************************************
001190 FD  CONTROL-ARCH
001200     RECORDING MODE IS F.
001210 01  CTL-TARJETA.
001220     05  CTL-FECHA                    PIC 9(08).
001230     05  FILLER                       PIC X(72).

001240******************************************************************
001250*    REPORTE SEMANAL DE RECHAZOS PENDIENTES
001260******************************************************************
001270 FD  PENDREP-ARCH
001280     RECORDING MODE IS F.
001290 01  PRP-LINEA                        PIC X(132).

001300 WORKING-STORAGE SECTION.
001310******************************************************************
001320*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
001330******************************************************************
001340 77  WS-STATUS-PENDRECH               PIC X(02) VALUE SPACES.
001350 77  WS-STATUS-CORRSIN                PIC X(02) VALUE SPACES.
001360 77  WS-STATUS-DEPTOS                 PIC X(02) VALUE SPACES.
001370 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
001380 77  WS-STATUS-PENDREP                PIC X(02) VALUE SPACES.

001390 01  WS-SWITCHES.
001400     05  WS-SW-FIN-PENDRECH           PIC X(01) VALUE "N".
001410         88  WS-FIN-PENDRECH                     VALUE "Y".
001420     05  WS-SW-FIN-CORRSIN            PIC X(01) VALUE "N".
001430         88  WS-FIN-CORRSIN                      VALUE "Y".
001440     05  WS-SW-DEPTOS                 PIC X(01) VALUE "N".
001450         88  WS-HAY-DEPTOS                       VALUE "Y".
001460         88  WS-SIN-DEPTOS                       VALUE "N".

001470******************************************************************
001480*    FECHA DE CORTE Y CORTE DE CONTROL POR DEPARTAMENTO
001490******************************************************************
001500 77  WS-FECHA-CORTE                   PIC 9(08) VALUE ZERO.
001510 77  WS-DEPTO-ANTERIOR                PIC X(03) VALUE SPACES.
001520 77  WS-PRIMER-DEPTO                  PIC X(01) VALUE "S".

001530******************************************************************
001540*    CALCULO DE DIAS ENTRE FECHAS, A MANO: CADA FECHA SE PASA A
001550*    UN NUMERO DE DIA CORRIDO (DIAS DE LOS ANIOS COMPLETOS, CON
001560*    SUS BISIESTOS, MAS LOS DE LOS MESES COMPLETOS DEL ANIO, MAS
001570*    EL DIA) Y LA ANTIGUEDAD ES LA RESTA. MISMA REGLA DEL ANIO
001580*    BISIESTO QUE vigBitacora.
001590******************************************************************
001600 01  WS-FECHA-CALC.
001610     05  WS-CALC-ANIO                 PIC 9(04).
001620     05  WS-CALC-MES                  PIC 9(02).
001630     05  WS-CALC-DIA                  PIC 9(02).
001640 01  WS-CALC-FECHA-NUM REDEFINES WS-FECHA-CALC
001650                                      PIC 9(08).

001660 01  WS-TABLA-ACUMULADOS.
001670     05  FILLER                       PIC X(18)
001680             VALUE "000031059090120151".
001690     05  FILLER                       PIC X(18)
001700             VALUE "181212243273304334".
001710 01  WS-DIAS-ACUM REDEFINES WS-TABLA-ACUMULADOS.
001720     05  WS-DIAS-ANTES-MES OCCURS 12 TIMES
001730                                      PIC 9(03).

001740 01  WS-TABLA-DIAS-MES.
001750     05  FILLER                       PIC X(24)
001760             VALUE "312831303130313130313031".
001770 01  WS-DIAS-MES REDEFINES WS-TABLA-DIAS-MES.
001780     05  WS-DIAS-DE-MES OCCURS 12 TIMES
001790                                      PIC 9(02).

001800 77  WS-SW-BISIESTO                   PIC X(01) VALUE "N".
001810     88  WS-ES-BISIESTO                          VALUE "S".
001820 77  WS-ANIOS-PREVIOS                 PIC 9(04) COMP VALUE ZERO.
001830 77  WS-COCIENTE                      PIC 9(08) COMP VALUE ZERO.
001840 77  WS-RESTO-4                       PIC 9(04) COMP VALUE ZERO.
001850 77  WS-RESTO-100                     PIC 9(04) COMP VALUE ZERO.
001860 77  WS-RESTO-400                     PIC 9(04) COMP VALUE ZERO.
001870 77  WS-DIA-CORRIDO                   PIC 9(08) COMP VALUE ZERO.
001880 77  WS-DIA-CORTE                     PIC 9(08) COMP VALUE ZERO.
001890 77  WS-DIA-BUSCADO                   PIC 9(08) COMP VALUE ZERO.
001900 77  WS-ANTIGUEDAD                    PIC S9(08) COMP VALUE ZERO.

001910******************************************************************
001920*    ACUMULADOS POR TRAMO DE ANTIGUEDAD: DEL DEPARTAMENTO EN
001930*    CURSO Y GENERALES.
001940******************************************************************
001950 77  WS-DEP-TRAMO-1                   PIC 9(08) COMP VALUE ZERO.
001960 77  WS-DEP-TRAMO-2                   PIC 9(08) COMP VALUE ZERO.
001970 77  WS-DEP-TRAMO-3                   PIC 9(08) COMP VALUE ZERO.
001980 77  WS-TOT-TRAMO-1                   PIC 9(08) COMP VALUE ZERO.
001990 77  WS-TOT-TRAMO-2                   PIC 9(08) COMP VALUE ZERO.
002000 77  WS-TOT-TRAMO-3                   PIC 9(08) COMP VALUE ZERO.
002010 77  WS-CONT-DEPTOS                   PIC 9(08) COMP VALUE ZERO.
002020 77  WS-CONT-CERRADOS                 PIC 9(08) COMP VALUE ZERO.
002030 77  WS-CONT-SIN-PENDIENTE            PIC 9(08) COMP VALUE ZERO.

002040******************************************************************
002050*    LINEAS DEL REPORTE
002060******************************************************************
002070 01  WS-ENCABEZADO-1.
002080     05  FILLER                       PIC X(44)
002090             VALUE "REPORTE SEMANAL DE RECHAZOS PENDIENTES     ".
002100     05  FILLER                       PIC X(07) VALUE "FECHA: ".
002110     05  WS-ENC-FECHA                 PIC 9(08).

002120 01  WS-ENCABEZADO-2.
002130     05  FILLER                       PIC X(30)
002140             VALUE "   SOLIC.  VALOR ORIGINAL    ".
002150     05  FILLER                       PIC X(30)
002160             VALUE "MOTIVO               ET CORRID".
002170     05  FILLER                       PIC X(30)
002180             VALUE "A  1ER RECH.  DIAS TRAMO ESTAD".
002190     05  FILLER                       PIC X(30)
002200             VALUE "O     VALOR CORREGIDO".

002210 01  WS-TIT-DEPTO.
002220     05  FILLER                       PIC X(14)
002230             VALUE "DEPARTAMENTO: ".
002240     05  WS-TITD-CODIGO               PIC X(03).
002250     05  FILLER                       PIC X(02) VALUE SPACES.
002260     05  WS-TITD-NOMBRE               PIC X(30).

002270 01  WS-PRP-DETALLE.
002280     05  FILLER                       PIC X(03) VALUE SPACES.
002290     05  WS-PRPD-SOLICITUD            PIC X(06).
002300     05  FILLER                       PIC X(01) VALUE SPACE.
002310     05  WS-PRPD-VALOR                PIC X(12).
002320     05  FILLER                       PIC X(08) VALUE SPACES.
002330     05  WS-PRPD-MOTIVO               PIC X(20).
002340     05  FILLER                       PIC X(01) VALUE SPACE.
002350     05  WS-PRPD-ETAPA                PIC X(01).
002360     05  FILLER                       PIC X(02) VALUE SPACES.
002370     05  WS-PRPD-CORRIDA              PIC ZZZZZ9.
002380     05  FILLER                       PIC X(02) VALUE SPACES.
002390     05  WS-PRPD-FECHA                PIC 9(08).
002400     05  FILLER                       PIC X(01) VALUE SPACE.
002410     05  WS-PRPD-DIAS                 PIC -ZZZ9.
002420     05  FILLER                       PIC X(01) VALUE SPACE.
002430     05  WS-PRPD-TRAMO                PIC X(05).
002440     05  FILLER                       PIC X(01) VALUE SPACE.
002450     05  WS-PRPD-ESTADO               PIC X(09).
002460     05  FILLER                       PIC X(01) VALUE SPACE.
002470     05  WS-PRPD-VALOR-CORREC         PIC X(12).
002480     05  FILLER                       PIC X(01) VALUE SPACE.
002490     05  WS-PRPD-FECHA-CORREC         PIC X(08).

002500 01  WS-PRP-SUBTOTAL.
002510     05  FILLER                       PIC X(03) VALUE SPACES.
002520     05  WS-PRPS-TITULO               PIC X(09) VALUE "SUBTOTAL ".
002530     05  WS-PRPS-CODIGO               PIC X(03).
002540     05  FILLER                       PIC X(09) VALUE "    0-2: ".
002550     05  WS-PRPS-TRAMO-1              PIC ZZZZZZZ9.
002560     05  FILLER                       PIC X(09) VALUE "    3-7: ".
002570     05  WS-PRPS-TRAMO-2              PIC ZZZZZZZ9.
002580     05  FILLER                       PIC X(14)
002590             VALUE "    MAS DE 7: ".
002600     05  WS-PRPS-TRAMO-3              PIC ZZZZZZZ9.
002610     05  FILLER                       PIC X(11)
002620             VALUE "    TOTAL: ".
002630     05  WS-PRPS-TOTAL                PIC ZZZZZZZ9.

002640 01  WS-PRP-SIN-ABIERTOS              PIC X(80)
002650         VALUE "   NO HAY RECHAZOS PENDIENTES ABIERTOS".

002660 01  WS-TIT-CORRSIN.
002670     05  FILLER                       PIC X(43)
002680             VALUE "CORRECCIONES SIN RECHAZO PENDIENTE, DEL DIA".
002690     05  FILLER                       PIC X(01) VALUE SPACE.
002700     05  WS-TITC-DESDE                PIC 9(08).
002710     05  FILLER                       PIC X(04) VALUE " AL ".
002720     05  WS-TITC-HASTA                PIC 9(08).

002730 01  WS-ENC-CORRSIN.
002740     05  FILLER                       PIC X(30)
002750             VALUE "   CARGADA   ORIGEN    ENVIO  ".
002760     05  FILLER                       PIC X(30)
002770             VALUE "    DEP SOLIC.  VALOR        M".
002780     05  FILLER                       PIC X(06) VALUE "OTIVO".

002790 01  WS-PRP-CORRSIN.
002800     05  FILLER                       PIC X(03) VALUE SPACES.
002810     05  WS-PRPC-FECHA                PIC 9(08).
002820     05  FILLER                       PIC X(02) VALUE SPACES.
002830     05  WS-PRPC-ORIGEN               PIC X(08).
002840     05  FILLER                       PIC X(02) VALUE SPACES.
002850     05  WS-PRPC-FECHA-ENVIO          PIC X(08).
002860     05  FILLER                       PIC X(03) VALUE SPACES.
002870     05  WS-PRPC-DEPTO                PIC X(03).
002880     05  FILLER                       PIC X(01) VALUE SPACE.
002890     05  WS-PRPC-SOLICITUD            PIC X(06).
002900     05  FILLER                       PIC X(02) VALUE SPACES.
002910     05  WS-PRPC-VALOR                PIC X(12).
002920     05  FILLER                       PIC X(01) VALUE SPACE.
002930     05  WS-PRPC-MOTIVO               PIC X(20).

002940 01  WS-PRP-SIN-CORRSIN               PIC X(80)
002950         VALUE "   NINGUNA".

002960 01  WS-PRP-TOTAL-CORRSIN.
002970     05  FILLER                       PIC X(33)
002980             VALUE "TOTAL CORRECCIONES SIN PENDIENTE:".
002990     05  WS-PRPT-SIN-PENDIENTE        PIC ZZZZZZZ9.

003000 PROCEDURE DIVISION.
003010******************************************************************
003020*    0000-MAINLINE
003030*    CONTROLA LA SECUENCIA GENERAL: FIJA LA FECHA DE CORTE,
003040*    LISTA LOS RECHAZOS ABIERTOS POR DEPARTAMENTO, LUEGO LAS
003050*    CORRECCIONES SIN PENDIENTE DE LA SEMANA, Y CIERRA.
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003090     PERFORM 2000-PROCESAR-PENDIENTE THRU 2000-EXIT
003100         UNTIL WS-FIN-PENDRECH.
003110     PERFORM 3000-CERRAR-PENDIENTES THRU 3000-EXIT.
003120     PERFORM 4000-LISTAR-CORRSIN THRU 4000-EXIT.
003130     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
003140 0000-EXIT.
003150     EXIT.

003160******************************************************************
003170*    1000-INICIALIZAR
003180*    LEE LA TARJETA Y FIJA LA FECHA DE CORTE Y SU DIA CORRIDO,
003190*    ABRE LOS PENDIENTES, EL MAESTRO DE DEPARTAMENTOS (SI NO
003200*    ESTA, LOS TITULOS SALEN SIN NOMBRE) Y EL REPORTE, ESCRIBE
003210*    LOS ENCABEZADOS Y LEE EL PRIMER PENDIENTE.
003220******************************************************************
003230 1000-INICIALIZAR.
003240     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
003250     IF WS-FECHA-CORTE = ZERO
003260         ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
003270     END-IF.
003280     MOVE WS-FECHA-CORTE TO WS-CALC-FECHA-NUM.
003290     PERFORM 8000-CALCULAR-DIA-CORRIDO THRU 8000-EXIT.
003300     MOVE WS-DIA-CORRIDO TO WS-DIA-CORTE.
003310     OPEN INPUT PENDRECH-ARCH.
003320     IF WS-STATUS-PENDRECH NOT = "00"
003330         DISPLAY "REPPENDIENTES: ERROR AL ABRIR PENDRECH, "
003340             "STATUS = " WS-STATUS-PENDRECH
003350         STOP RUN
003360     END-IF.
003370     OPEN INPUT DEPTOS-ARCH.
003380     IF WS-STATUS-DEPTOS = "00"
003390         SET WS-HAY-DEPTOS TO TRUE
003400     END-IF.
003410     OPEN OUTPUT PENDREP-ARCH.
003420     IF WS-STATUS-PENDREP NOT = "00"
003430         DISPLAY "REPPENDIENTES: ERROR AL ABRIR PENDREP, "
003440             "STATUS = " WS-STATUS-PENDREP
003450         STOP RUN
003460     END-IF.
003470     MOVE WS-FECHA-CORTE TO WS-ENC-FECHA.
003480     WRITE PRP-LINEA FROM WS-ENCABEZADO-1.
003490     WRITE PRP-LINEA FROM WS-ENCABEZADO-2.
003500     PERFORM 2100-LEER-PENDRECH THRU 2100-EXIT.
003510 1000-EXIT.
003520     EXIT.

003530******************************************************************
003540*    1100-LEER-TARJETA
003550*    LEE LA FECHA DE CORTE DE LA TARJETA, SI EXISTE Y ES
003560*    NUMERICA.
003570******************************************************************
003580 1100-LEER-TARJETA.
003590     OPEN INPUT CONTROL-ARCH.
003600     IF WS-STATUS-CONTROL = "00"
003610         READ CONTROL-ARCH
003620             AT END
003630                 CONTINUE
003640             NOT AT END
003650                 IF CTL-FECHA NUMERIC
003660                     MOVE CTL-FECHA TO WS-FECHA-CORTE
003670                 END-IF
003680         END-READ
003690         CLOSE CONTROL-ARCH
003700     END-IF.
003710 1100-EXIT.
003720     EXIT.

003730******************************************************************
003740*    2000-PROCESAR-PENDIENTE
003750*    LOS CERRADOS SOLO SE CUENTAN. UN PENDIENTE ABIERTO O
003760*    CORREGIDO (ESPERANDO RESPUESTA) SE LISTA CON SU ANTIGUEDAD
003770*    Y SU TRAMO, CORTANDO POR DEPARTAMENTO.
003780******************************************************************
003790 2000-PROCESAR-PENDIENTE.
003800     IF PEN-CERRADO
003810         ADD 1 TO WS-CONT-CERRADOS
003820         GO TO 2000-LEER
003830     END-IF.
003840     IF WS-PRIMER-DEPTO = "S"
003850             OR PEN-DEPTO NOT = WS-DEPTO-ANTERIOR
003860         IF WS-PRIMER-DEPTO = "N"
003870             PERFORM 2500-SUBTOTAL-DEPTO THRU 2500-EXIT
003880         END-IF
003890         PERFORM 2400-TITULAR-DEPTO THRU 2400-EXIT
003900     END-IF.
003910     PERFORM 2200-LISTAR-PENDIENTE THRU 2200-EXIT.
003920 2000-LEER.
003930     PERFORM 2100-LEER-PENDRECH THRU 2100-EXIT.
003940 2000-EXIT.
003950     EXIT.

003960 2100-LEER-PENDRECH.
003970     READ PENDRECH-ARCH NEXT RECORD
003980         AT END
003990             SET WS-FIN-PENDRECH TO TRUE
004000     END-READ.
004010 2100-EXIT.
004020     EXIT.

004030******************************************************************
004040*    2200-LISTAR-PENDIENTE
004050*    CALCULA LA ANTIGUEDAD DEL PENDIENTE (DIAS DESDE EL PRIMER
004060*    RECHAZO HASTA LA FECHA DE CORTE), LO ASIGNA A SU TRAMO Y
004070*    ESCRIBE SU LINEA. UNA FECHA ILEGIBLE O POSTERIOR AL CORTE
004080*    CUENTA EN EL PRIMER TRAMO.
004090******************************************************************
004100 2200-LISTAR-PENDIENTE.
004110     MOVE ZERO TO WS-ANTIGUEDAD.
004120     IF PEN-FECHA NUMERIC
004130             AND PEN-FECHA NOT = ZERO
004140         MOVE PEN-FECHA TO WS-CALC-FECHA-NUM
004150         PERFORM 8000-CALCULAR-DIA-CORRIDO THRU 8000-EXIT
004160         COMPUTE WS-ANTIGUEDAD = WS-DIA-CORTE - WS-DIA-CORRIDO
004170     END-IF.
004180     MOVE PEN-SOLICITUD TO WS-PRPD-SOLICITUD.
004190     MOVE PEN-VALOR TO WS-PRPD-VALOR.
004200     MOVE PEN-MOTIVO TO WS-PRPD-MOTIVO.
004210     MOVE PEN-ETAPA TO WS-PRPD-ETAPA.
004220     MOVE ZERO TO WS-PRPD-CORRIDA.
004230     IF PEN-CORRIDA NUMERIC
004240         MOVE PEN-CORRIDA TO WS-PRPD-CORRIDA
004250     END-IF.
004260     MOVE PEN-FECHA TO WS-PRPD-FECHA.
004270     MOVE WS-ANTIGUEDAD TO WS-PRPD-DIAS.
004280     EVALUATE TRUE
004290         WHEN WS-ANTIGUEDAD < 3
004300             MOVE "0-2" TO WS-PRPD-TRAMO
004310             ADD 1 TO WS-DEP-TRAMO-1
004320         WHEN WS-ANTIGUEDAD < 8
004330             MOVE "3-7" TO WS-PRPD-TRAMO
004340             ADD 1 TO WS-DEP-TRAMO-2
004350         WHEN OTHER
004360             MOVE "+7" TO WS-PRPD-TRAMO
004370             ADD 1 TO WS-DEP-TRAMO-3
004380     END-EVALUATE.
004390     IF PEN-CORREGIDO
004400         MOVE "CORREGIDO" TO WS-PRPD-ESTADO
004410         MOVE PEN-VALOR-CORREC TO WS-PRPD-VALOR-CORREC
004420         MOVE PEN-FECHA-CORREC TO WS-PRPD-FECHA-CORREC
004430     ELSE
004440         MOVE "ABIERTO" TO WS-PRPD-ESTADO
004450         MOVE SPACES TO WS-PRPD-VALOR-CORREC
004460         MOVE SPACES TO WS-PRPD-FECHA-CORREC
004470     END-IF.
004480     WRITE PRP-LINEA FROM WS-PRP-DETALLE.
004490 2200-EXIT.
004500     EXIT.

004510******************************************************************
004520*    2400-TITULAR-DEPTO
004530*    ABRE EL DEPARTAMENTO QUE EMPIEZA: TITULO CON CODIGO Y NOMBRE
004540*    (DEL MAESTRO DEPTOS SI ESTA DISPONIBLE) Y ACUMULADOS EN CERO.
004550*    LOS RECHAZOS SIN DEPARTAMENTO QUEDAN BAJO EL CODIGO EN
004560*    BLANCO, PARA QUE OPERACIONES LOS SIGA A MANO.
004570******************************************************************
004580 2400-TITULAR-DEPTO.
004590     MOVE "N" TO WS-PRIMER-DEPTO.
004600     MOVE PEN-DEPTO TO WS-DEPTO-ANTERIOR.
004610     ADD 1 TO WS-CONT-DEPTOS.
004620     MOVE ZERO TO WS-DEP-TRAMO-1.
004630     MOVE ZERO TO WS-DEP-TRAMO-2.
004640     MOVE ZERO TO WS-DEP-TRAMO-3.
004650     MOVE PEN-DEPTO TO WS-TITD-CODIGO.
004660     MOVE SPACES TO WS-TITD-NOMBRE.
004670     IF PEN-DEPTO = SPACES
004680         MOVE "SIN DEPARTAMENTO" TO WS-TITD-NOMBRE
004690     ELSE
004700         IF WS-HAY-DEPTOS
004710             MOVE PEN-DEPTO TO DPT-CODIGO
004720             READ DEPTOS-ARCH
004730                 INVALID KEY
004740                     MOVE "DEPARTAMENTO INEXISTENTE"
004750                         TO WS-TITD-NOMBRE
004760                 NOT INVALID KEY
004770                     MOVE DPT-NOMBRE TO WS-TITD-NOMBRE
004780             END-READ
004790         END-IF
004800     END-IF.
004810     MOVE SPACES TO PRP-LINEA.
004820     WRITE PRP-LINEA.
004830     WRITE PRP-LINEA FROM WS-TIT-DEPTO.
004840 2400-EXIT.
004850     EXIT.

004860******************************************************************
004870*    2500-SUBTOTAL-DEPTO
004880*    ESCRIBE LOS TRAMOS DEL DEPARTAMENTO QUE TERMINA Y LOS SUMA
004890*    A LOS TOTALES GENERALES.
004900******************************************************************
004910 2500-SUBTOTAL-DEPTO.
004920     MOVE WS-DEPTO-ANTERIOR TO WS-PRPS-CODIGO.
004930     MOVE WS-DEP-TRAMO-1 TO WS-PRPS-TRAMO-1.
004940     MOVE WS-DEP-TRAMO-2 TO WS-PRPS-TRAMO-2.
004950     MOVE WS-DEP-TRAMO-3 TO WS-PRPS-TRAMO-3.
004960     COMPUTE WS-PRPS-TOTAL =
004970         WS-DEP-TRAMO-1 + WS-DEP-TRAMO-2 + WS-DEP-TRAMO-3.
004980     WRITE PRP-LINEA FROM WS-PRP-SUBTOTAL.
004990     ADD WS-DEP-TRAMO-1 TO WS-TOT-TRAMO-1.
005000     ADD WS-DEP-TRAMO-2 TO WS-TOT-TRAMO-2.
005010     ADD WS-DEP-TRAMO-3 TO WS-TOT-TRAMO-3.
005020 2500-EXIT.
005030     EXIT.

005040******************************************************************
005050*    3000-CERRAR-PENDIENTES
005060*    CIERRA EL ULTIMO DEPARTAMENTO Y ESCRIBE LOS TOTALES
005070*    GENERALES POR TRAMO.
005080******************************************************************
005090 3000-CERRAR-PENDIENTES.
005100     IF WS-PRIMER-DEPTO = "S"
005110         WRITE PRP-LINEA FROM WS-PRP-SIN-ABIERTOS
005120     ELSE
005130         PERFORM 2500-SUBTOTAL-DEPTO THRU 2500-EXIT
005140     END-IF.
005150     MOVE SPACES TO PRP-LINEA.
005160     WRITE PRP-LINEA.
005170     MOVE "TOTAL" TO WS-PRPS-TITULO.
005175     MOVE "***" TO WS-PRPS-CODIGO.
005180     MOVE WS-TOT-TRAMO-1 TO WS-PRPS-TRAMO-1.
005190     MOVE WS-TOT-TRAMO-2 TO WS-PRPS-TRAMO-2.
005200     MOVE WS-TOT-TRAMO-3 TO WS-PRPS-TRAMO-3.
005210     COMPUTE WS-PRPS-TOTAL =
005220         WS-TOT-TRAMO-1 + WS-TOT-TRAMO-2 + WS-TOT-TRAMO-3.
005230     WRITE PRP-LINEA FROM WS-PRP-SUBTOTAL.
005240     CLOSE PENDRECH-ARCH.
005250     IF WS-HAY-DEPTOS
005260         CLOSE DEPTOS-ARCH
005270     END-IF.
005280 3000-EXIT.
005290     EXIT.

005300******************************************************************
005310*    4000-LISTAR-CORRSIN
005320*    LISTA LAS CORRECCIONES QUE NO APAREARON PENDIENTE CARGADAS
005330*    EN LOS ULTIMOS 7 DIAS HASTA LA FECHA DE CORTE. SIN ARCHIVO
005340*    CORRSIN (NINGUNA CARGA LO CREO TODAVIA) NO HAY NINGUNA.
005350******************************************************************
005360 4000-LISTAR-CORRSIN.
005370     MOVE SPACES TO PRP-LINEA.
005380     WRITE PRP-LINEA.
005390     MOVE WS-FECHA-CORTE TO WS-TITC-HASTA.
005400     MOVE ZERO TO WS-TITC-DESDE.
005410     COMPUTE WS-DIA-CORRIDO = WS-DIA-CORTE - 6.
005420     PERFORM 8500-FECHA-DE-DIA THRU 8500-EXIT.
005430     MOVE WS-CALC-FECHA-NUM TO WS-TITC-DESDE.
005440     WRITE PRP-LINEA FROM WS-TIT-CORRSIN.
005450     WRITE PRP-LINEA FROM WS-ENC-CORRSIN.
005460     OPEN INPUT CORRSIN-ARCH.
005470     IF WS-STATUS-CORRSIN NOT = "00"
005480         SET WS-FIN-CORRSIN TO TRUE
005490     ELSE
005500         PERFORM 4100-LEER-CORRSIN THRU 4100-EXIT
005510     END-IF.
005520     PERFORM 4200-REVISAR-CORRSIN THRU 4200-EXIT
005530         UNTIL WS-FIN-CORRSIN.
005540     IF WS-STATUS-CORRSIN = "00" OR WS-STATUS-CORRSIN = "10"
005550         CLOSE CORRSIN-ARCH
005560     END-IF.
005570     IF WS-CONT-SIN-PENDIENTE = ZERO
005580         WRITE PRP-LINEA FROM WS-PRP-SIN-CORRSIN
005590     END-IF.
005600     MOVE WS-CONT-SIN-PENDIENTE TO WS-PRPT-SIN-PENDIENTE.
005610     WRITE PRP-LINEA FROM WS-PRP-TOTAL-CORRSIN.
005620 4000-EXIT.
005630     EXIT.

005640 4100-LEER-CORRSIN.
005650     READ CORRSIN-ARCH
005660         AT END
005670             SET WS-FIN-CORRSIN TO TRUE
005680     END-READ.
005690 4100-EXIT.
005700     EXIT.

005710 4200-REVISAR-CORRSIN.
005720     IF CSP-FECHA NUMERIC
005730             AND CSP-FECHA NOT > WS-FECHA-CORTE
005740             AND CSP-FECHA NOT < WS-TITC-DESDE
005750         MOVE CSP-FECHA TO WS-PRPC-FECHA
005760         MOVE CSP-ORIGEN TO WS-PRPC-ORIGEN
005770         MOVE CSP-FECHA-ENVIO TO WS-PRPC-FECHA-ENVIO
005780         MOVE CSP-DEPTO TO WS-PRPC-DEPTO
005790         MOVE CSP-SOLICITUD TO WS-PRPC-SOLICITUD
005800         MOVE CSP-VALOR TO WS-PRPC-VALOR
005810         MOVE CSP-MOTIVO TO WS-PRPC-MOTIVO
005820         WRITE PRP-LINEA FROM WS-PRP-CORRSIN
005830         ADD 1 TO WS-CONT-SIN-PENDIENTE
005840     END-IF.
005850     PERFORM 4100-LEER-CORRSIN THRU 4100-EXIT.
005860 4200-EXIT.
005870     EXIT.

005880******************************************************************
005890*    8000-CALCULAR-DIA-CORRIDO
005900*    PASA LA FECHA DE WS-FECHA-CALC A SU NUMERO DE DIA CORRIDO EN
005910*    WS-DIA-CORRIDO: 365 DIAS POR ANIO COMPLETO MAS UNO POR CADA
005920*    BISIESTO ANTERIOR, LOS DIAS DE LOS MESES COMPLETOS DEL ANIO
005930*    (UNO MAS DESPUES DE FEBRERO SI EL ANIO ES BISIESTO) Y EL DIA.
005940*    UN MES FUERA DE 1-12 SE TOMA COMO ENERO.
005950******************************************************************
005960 8000-CALCULAR-DIA-CORRIDO.
005970     IF WS-CALC-MES < 1 OR WS-CALC-MES > 12
005980         MOVE 1 TO WS-CALC-MES
005990     END-IF.
006000     COMPUTE WS-ANIOS-PREVIOS = WS-CALC-ANIO - 1.
006010     COMPUTE WS-DIA-CORRIDO = WS-ANIOS-PREVIOS * 365.
006020     DIVIDE WS-ANIOS-PREVIOS BY 4 GIVING WS-COCIENTE.
006030     ADD WS-COCIENTE TO WS-DIA-CORRIDO.
006040     DIVIDE WS-ANIOS-PREVIOS BY 100 GIVING WS-COCIENTE.
006050     SUBTRACT WS-COCIENTE FROM WS-DIA-CORRIDO.
006060     DIVIDE WS-ANIOS-PREVIOS BY 400 GIVING WS-COCIENTE.
006070     ADD WS-COCIENTE TO WS-DIA-CORRIDO.
006080     ADD WS-DIAS-ANTES-MES(WS-CALC-MES) TO WS-DIA-CORRIDO.
006090     ADD WS-CALC-DIA TO WS-DIA-CORRIDO.
006100     IF WS-CALC-MES > 2
006110         PERFORM 8100-VER-BISIESTO THRU 8100-EXIT
006120         IF WS-ES-BISIESTO
006130             ADD 1 TO WS-DIA-CORRIDO
006140         END-IF
006150     END-IF.
006160 8000-EXIT.
006170     EXIT.

006180******************************************************************
006190*    8100-VER-BISIESTO
006200*    DEJA WS-ES-BISIESTO SI EL ANIO DE WS-FECHA-CALC ES BISIESTO
006210*    (DIVISIBLE POR 4, SALVO SIGLOS NO DIVISIBLES POR 400).
006220******************************************************************
006230 8100-VER-BISIESTO.
006240     DIVIDE WS-CALC-ANIO BY 4
006250         GIVING WS-COCIENTE REMAINDER WS-RESTO-4.
006260     DIVIDE WS-CALC-ANIO BY 100
006270         GIVING WS-COCIENTE REMAINDER WS-RESTO-100.
006280     DIVIDE WS-CALC-ANIO BY 400
006290         GIVING WS-COCIENTE REMAINDER WS-RESTO-400.
006300     IF WS-RESTO-4 = ZERO
006310             AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
006320         MOVE "S" TO WS-SW-BISIESTO
006330     ELSE
006340         MOVE "N" TO WS-SW-BISIESTO
006350     END-IF.
006360 8100-EXIT.
006370     EXIT.

006380******************************************************************
006390*    8500-FECHA-DE-DIA
006400*    CAMINO INVERSO DE 8000 PARA EL COMIENZO DE LA SEMANA: PARTE
006410*    DE LA FECHA DE CORTE Y RETROCEDE DIA POR DIA HASTA LLEGAR
006420*    AL DIA CORRIDO PEDIDO EN WS-DIA-CORRIDO (A LO SUMO SEIS
006430*    PASOS). DEJA LA FECHA EN WS-FECHA-CALC.
006440******************************************************************
006450 8500-FECHA-DE-DIA.
006460     MOVE WS-DIA-CORRIDO TO WS-DIA-BUSCADO.
006470     MOVE WS-FECHA-CORTE TO WS-CALC-FECHA-NUM.
006480     MOVE WS-DIA-CORTE TO WS-DIA-CORRIDO.
006490     PERFORM 8600-RETROCEDER-DIA THRU 8600-EXIT
006500         UNTIL WS-DIA-CORRIDO NOT > WS-DIA-BUSCADO.
006510 8500-EXIT.
006520     EXIT.

006530 8600-RETROCEDER-DIA.
006540     IF WS-CALC-DIA > 1
006550         SUBTRACT 1 FROM WS-CALC-DIA
006560     ELSE
006570         IF WS-CALC-MES > 1
006580             SUBTRACT 1 FROM WS-CALC-MES
006590         ELSE
006600             MOVE 12 TO WS-CALC-MES
006610             SUBTRACT 1 FROM WS-CALC-ANIO
006620         END-IF
006630         MOVE WS-DIAS-DE-MES(WS-CALC-MES) TO WS-CALC-DIA
006640         IF WS-CALC-MES = 2
006650             PERFORM 8100-VER-BISIESTO THRU 8100-EXIT
006660             IF WS-ES-BISIESTO
006670                 ADD 1 TO WS-CALC-DIA
006680             END-IF
006690         END-IF
006700     END-IF.
006710     SUBTRACT 1 FROM WS-DIA-CORRIDO.
006720 8600-EXIT.
006730     EXIT.

006740******************************************************************
006750*    9999-FINALIZAR
006760*    CIERRA EL REPORTE. UN RECHAZO ABIERTO DE MAS DE 7 DIAS O
006770*    UNA CORRECCION SIN PENDIENTE EN LA SEMANA DEJAN
006780*    RETURN-CODE 4 PARA QUE OPERACIONES LO RECLAME.
006790******************************************************************
006800 9999-FINALIZAR.
006810     CLOSE PENDREP-ARCH.
006820     IF WS-TOT-TRAMO-3 > ZERO
006830         DISPLAY "REPPENDIENTES: RECHAZOS ABIERTOS DE MAS DE 7 "
006840             "DIAS: " WS-TOT-TRAMO-3
006850         MOVE 4 TO RETURN-CODE
006860     END-IF.
006870     IF WS-CONT-SIN-PENDIENTE > ZERO
006880         DISPLAY "REPPENDIENTES: CORRECCIONES SIN PENDIENTE: "
006890             WS-CONT-SIN-PENDIENTE
006900         MOVE 4 TO RETURN-CODE
006910     END-IF.
006920     STOP RUN.
006930 9999-EXIT.
006940     EXIT.

006950 END PROGRAM repPendientes.
