000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    ESTIMACION PREVIA DE LA CARGA DE esPrimo. CORRE
000070*             ENTRE cargaLotes Y esPrimo: LEE ENTRADA, CONSULTA
000080*             CADA DIVIDENDO EN EL MAESTRO COMO LO HACE
000090*             2400-CONSULTAR-MAESTRO Y ESTIMA EL COSTO DE LOS QUE
000100*             HAY QUE CALCULAR POR EL LARGO DE SU BUSQUEDA HASTA
000110*             LA RAIZ CUADRADA. SI EL TOTAL NO ENTRA EN LA VENTANA
000120*             DE LA TARJETA, PARTE ENTRADA EN SUBLOTES QUE ENTREN
000130*             CADA UNO, SIN SEPARAR NUNCA LOS PEDIDOS DE UN
000140*             DEPARTAMENTO, Y PARTE IGUAL EL CONTROL DE ENVIOS
000150*             CTLENVIO: EL SUBLOTE 1 VA A ENTRADA01 Y CTLENV01, EL
000160*             2 A ENTRADA02 Y CTLENV02, Y ASI HASTA 10. CADA
000170*             SUBLOTE SE PROCESA COMO UNA CORRIDA APARTE DE
000180*             esPrimo Y SU devRespuestas, CON ENTRADAnn COMO
000190*             ENTRADA Y CTLENVnn COMO CTLENVIO. EL LISTADO ESTREP
000200*             DA LA ESTIMACION POR DEPARTAMENTO Y POR SUBLOTE, CON
000210*             LOS ARCHIVOS DE CADA SUBLOTE.
000220*             RETURN-CODE 0 ENTRA ENTERO, 4 SE PARTIO, 8 HAY UN
000230*             DEPARTAMENTO QUE SOLO YA EXCEDE LA VENTANA (O NO SE
000240*             PUDO ARMAR LA PARTICION) Y OPERACIONES DEBE DECIDIR,
000250*             12 HACEN FALTA MAS SUBLOTES QUE ARCHIVOS O CTLENVIO
000260*             NO CORRESPONDE A ENTRADA: NO HAY SUBLOTES UTILES.
000270* TECTONICS.  cobc -x estCarga.cbl
000280******************************************************************
000290* HISTORIAL DE MODIFICACIONES
000300* FECHA       INIC.  DESCRIPCION
000310* ----------  -----  -------------------------------------------
000320* 15/10/2026  RAS    VERSION ORIGINAL. CON DIVIDENDOS DE 12
000330*                    DIGITOS HAY DIAS EN QUE esPrimo NO TERMINA
000340*                    DENTRO DE LA VENTANA NOCTURNA.
000350* 15/10/2026  RAS    LOS SUBLOTES VAN A ARCHIVOS FIJOS ENTRADA01
000360*                    A ENTRADA10, Y CTLENVIO SE PARTE IGUAL EN
000370*                    CTLENV01 A CTLENV10 PARA QUE devRespuestas
000380*                    CUADRE CADA SUBLOTE SOLO CONTRA SUS PEDIDOS.
000383* 15/10/2026  RAS    SE CONTROLA LA SEGUNDA APERTURA DE ENTRADA,
000386*                    LA DE LA COPIA A LOS SUBLOTES.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. estCarga.
000420 AUTHOR. R. ALVAREZ SOSA.
000430 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000440 DATE-WRITTEN. 15/10/2026.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ENTRADA-ARCH
000500         ASSIGN TO "ENTRADA"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STATUS-ENTRADA.

000530     SELECT MAESTRO-ARCH
000540         ASSIGN TO "MAESTRO"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS MST-DIVIDENDO
000580         FILE STATUS IS WS-STATUS-MAESTRO.

000590     SELECT CONTROL-ARCH
000600         ASSIGN TO "TARJEST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STATUS-CONTROL.

000630     SELECT CTLENVIO-ARCH
000640         ASSIGN TO "CTLENVIO"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-STATUS-CTLENVIO.

000670     SELECT SUBLOTE01-ARCH
000680         ASSIGN TO "ENTRADA01"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-STATUS-SUBLOTE.

000710     SELECT SUBLOTE02-ARCH
000720         ASSIGN TO "ENTRADA02"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-SUBLOTE.

000750     SELECT SUBLOTE03-ARCH
000760         ASSIGN TO "ENTRADA03"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-STATUS-SUBLOTE.

000790     SELECT SUBLOTE04-ARCH
000800         ASSIGN TO "ENTRADA04"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-STATUS-SUBLOTE.

000830     SELECT SUBLOTE05-ARCH
000840         ASSIGN TO "ENTRADA05"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-STATUS-SUBLOTE.

000870     SELECT SUBLOTE06-ARCH
000880         ASSIGN TO "ENTRADA06"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-STATUS-SUBLOTE.

000910     SELECT SUBLOTE07-ARCH
000920         ASSIGN TO "ENTRADA07"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-STATUS-SUBLOTE.

000950     SELECT SUBLOTE08-ARCH
000960         ASSIGN TO "ENTRADA08"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-STATUS-SUBLOTE.

000990     SELECT SUBLOTE09-ARCH
001000         ASSIGN TO "ENTRADA09"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-STATUS-SUBLOTE.

001030     SELECT SUBLOTE10-ARCH
001040         ASSIGN TO "ENTRADA10"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-STATUS-SUBLOTE.

001070     SELECT CTLSUB01-ARCH
001080         ASSIGN TO "CTLENV01"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-STATUS-SUBLOTE.

001110     SELECT CTLSUB02-ARCH
001120         ASSIGN TO "CTLENV02"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-STATUS-SUBLOTE.

001150     SELECT CTLSUB03-ARCH
001160         ASSIGN TO "CTLENV03"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-STATUS-SUBLOTE.

001190     SELECT CTLSUB04-ARCH
001200         ASSIGN TO "CTLENV04"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-STATUS-SUBLOTE.

001230     SELECT CTLSUB05-ARCH
001240         ASSIGN TO "CTLENV05"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-STATUS-SUBLOTE.

001270     SELECT CTLSUB06-ARCH
001280         ASSIGN TO "CTLENV06"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-STATUS-SUBLOTE.

001310     SELECT CTLSUB07-ARCH
001320         ASSIGN TO "CTLENV07"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-STATUS-SUBLOTE.

001350     SELECT CTLSUB08-ARCH
001360         ASSIGN TO "CTLENV08"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-STATUS-SUBLOTE.

001390     SELECT CTLSUB09-ARCH
001400         ASSIGN TO "CTLENV09"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-STATUS-SUBLOTE.

001430     SELECT CTLSUB10-ARCH
001440         ASSIGN TO "CTLENV10"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-STATUS-SUBLOTE.

001470     SELECT ESTREP-ARCH
001480         ASSIGN TO "ESTREP"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-STATUS-ESTREP.

001510 DATA DIVISION.
001520 FILE SECTION.
001530******************************************************************
001540*    ARCHIVO DE ENTRADA - MISMO REGISTRO QUE EN esPrimo, TAL
001550*    COMO LO ARMA cargaLotes (AGRUPADO POR DEPARTAMENTO).
001560******************************************************************
001570 FD  ENTRADA-ARCH
001580     RECORDING MODE IS F.
001590 01  ENT-REGISTRO.
001600     05  ENT-DIVIDENDO                PIC X(12).
001610     05  ENT-DIVIDENDO-NUM REDEFINES ENT-DIVIDENDO
001620                                      PIC 9(12).
001630     05  ENT-DEPTO                    PIC X(03).
001640     05  ENT-SOLICITUD                PIC X(06).

001650******************************************************************
001660*    ARCHIVO MAESTRO DE PRIMOS - MISMO REGISTRO QUE EN esPrimo.
001670*    AQUI SOLO SE CONSULTA.
001680******************************************************************
001690 FD  MAESTRO-ARCH
001700     RECORDING MODE IS F.
001710 01  MST-REGISTRO.
001720     05  MST-DIVIDENDO                PIC 9(12).
001730     05  MST-RESULTADO                PIC X(01).
001740         88  MST-ES-PRIMO                  VALUE "P".
001750         88  MST-ES-COMPUESTO              VALUE "C".
001760     05  MST-FECHA                    PIC 9(08).
001770     05  MST-MODO-CORRIDA             PIC X(01).
001780     05  MST-DIVISOR-INICIAL          PIC 9(12).

001790******************************************************************
001800*    TARJETA DE LA ESTIMACION: VENTANA EN MINUTOS, DIVISIONES
001810*    POR SEGUNDO Y REGISTROS POR SEGUNDO. UN CAMPO EN CERO, NO
001820*    NUMERICO O SIN TARJETA TOMA EL VALOR POR DEFECTO. LOS DOS
001830*    FACTORES SE AJUSTAN CONTRA LA DURACION QUE esPrimo DEJA EN
001840*    LA BITACORA.
001850******************************************************************
001860 FD  CONTROL-ARCH
001870     RECORDING MODE IS F.
001880 01  CTL-TARJETA.
001890     05  CTL-VENTANA-MIN              PIC 9(04).
001900     05  CTL-DIV-POR-SEG              PIC 9(09).
001910     05  CTL-REG-POR-SEG              PIC 9(06).
001920     05  FILLER                       PIC X(61).

001930******************************************************************
001940*    CONTROL DE ENVIOS ACEPTADOS - MISMO REGISTRO QUE GRABA
001950*    cargaLotes: UNO POR PEDIDO DE ENTRADA, EN EL MISMO ORDEN.
001960*    SOLO SE LEE SI LA ENTRADA SE PARTE.
001970******************************************************************
001980 FD  CTLENVIO-ARCH
001990     RECORDING MODE IS F.
002000 01  CEN-REGISTRO.
002010     05  CEN-ORIGEN                   PIC X(08).
002020     05  CEN-FECHA                    PIC X(08).
002030     05  CEN-DIVIDENDO                PIC X(12).
002040     05  CEN-DEPTO                    PIC X(03).
002050     05  CEN-SOLICITUD                PIC X(06).

002060******************************************************************
002070*    SUBLOTES DE ENTRADA (ENTRADA01 A ENTRADA10) - MISMO REGISTRO
002080*    QUE ENTRADA.
002090******************************************************************
002100 FD  SUBLOTE01-ARCH
002110     RECORDING MODE IS F.
002120 01  SUB01-REGISTRO                   PIC X(21).

002130 FD  SUBLOTE02-ARCH
002140     RECORDING MODE IS F.
002150 01  SUB02-REGISTRO                   PIC X(21).

002160 FD  SUBLOTE03-ARCH
002170     RECORDING MODE IS F.
002180 01  SUB03-REGISTRO                   PIC X(21).

002190 FD  SUBLOTE04-ARCH
002200     RECORDING MODE IS F.
002210 01  SUB04-REGISTRO                   PIC X(21).

002220 FD  SUBLOTE05-ARCH
002230     RECORDING MODE IS F.
002240 01  SUB05-REGISTRO                   PIC X(21).

002250 FD  SUBLOTE06-ARCH
002260     RECORDING MODE IS F.
002270 01  SUB06-REGISTRO                   PIC X(21).

002280 FD  SUBLOTE07-ARCH
002290     RECORDING MODE IS F.
002300 01  SUB07-REGISTRO                   PIC X(21).

002310 FD  SUBLOTE08-ARCH
002320     RECORDING MODE IS F.
002330 01  SUB08-REGISTRO                   PIC X(21).

002340 FD  SUBLOTE09-ARCH
002350     RECORDING MODE IS F.
002360 01  SUB09-REGISTRO                   PIC X(21).

002370 FD  SUBLOTE10-ARCH
002380     RECORDING MODE IS F.
002390 01  SUB10-REGISTRO                   PIC X(21).

002400******************************************************************
002410*    SUBLOTES DEL CONTROL DE ENVIOS (CTLENV01 A CTLENV10) - MISMO
002420*    REGISTRO QUE CTLENVIO, CON LOS PEDIDOS DEL SUBLOTE DE ENTRADA
002430*    DEL MISMO NUMERO.
002440******************************************************************
002450 FD  CTLSUB01-ARCH
002460     RECORDING MODE IS F.
002470 01  CSB01-REGISTRO                   PIC X(37).

002480 FD  CTLSUB02-ARCH
002490     RECORDING MODE IS F.
002500 01  CSB02-REGISTRO                   PIC X(37).

002510 FD  CTLSUB03-ARCH
002520     RECORDING MODE IS F.
002530 01  CSB03-REGISTRO                   PIC X(37).

002540 FD  CTLSUB04-ARCH
002550     RECORDING MODE IS F.
002560 01  CSB04-REGISTRO                   PIC X(37).

002570 FD  CTLSUB05-ARCH
002580     RECORDING MODE IS F.
002590 01  CSB05-REGISTRO                   PIC X(37).

002600 FD  CTLSUB06-ARCH
002610     RECORDING MODE IS F.
002620 01  CSB06-REGISTRO                   PIC X(37).

002630 FD  CTLSUB07-ARCH
002640     RECORDING MODE IS F.
002650 01  CSB07-REGISTRO                   PIC X(37).

002660 FD  CTLSUB08-ARCH
002670     RECORDING MODE IS F.
002680 01  CSB08-REGISTRO                   PIC X(37).

002690 FD  CTLSUB09-ARCH
002700     RECORDING MODE IS F.
002710 01  CSB09-REGISTRO                   PIC X(37).

002720 FD  CTLSUB10-ARCH
002730     RECORDING MODE IS F.
002740 01  CSB10-REGISTRO                   PIC X(37).

002750******************************************************************
002760*    LISTADO DE LA ESTIMACION
002770******************************************************************
002780 FD  ESTREP-ARCH
002790     RECORDING MODE IS F.
002800 01  EST-LINEA                        PIC X(80).

002810 WORKING-STORAGE SECTION.
002820******************************************************************
002830*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
002840******************************************************************
002850 77  WS-STATUS-ENTRADA                PIC X(02) VALUE SPACES.
002860 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.
002870 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
002880 77  WS-STATUS-SUBLOTE                PIC X(02) VALUE SPACES.
002890 77  WS-STATUS-CTLENVIO               PIC X(02) VALUE SPACES.
002900 77  WS-STATUS-ESTREP                 PIC X(02) VALUE SPACES.

002910 01  WS-SWITCHES.
002920     05  WS-SW-FIN-ENTRADA            PIC X(01) VALUE "N".
002930         88  WS-FIN-ENTRADA                      VALUE "Y".
002940     05  WS-SW-FIN-CTLENVIO           PIC X(01) VALUE "N".
002950         88  WS-FIN-CTLENVIO                     VALUE "Y".
002960     05  WS-SW-SIN-MAESTRO            PIC X(01) VALUE "N".
002970         88  WS-SIN-MAESTRO                      VALUE "Y".
002980     05  WS-SW-MAESTRO                PIC X(01) VALUE "N".
002990         88  WS-HALLADO-EN-MAESTRO               VALUE "Y".
003000         88  WS-NO-EN-MAESTRO                    VALUE "N".
003010     05  WS-SW-DEPTO-EXCEDE           PIC X(01) VALUE "N".
003020         88  WS-HAY-DEPTO-EXCEDE                 VALUE "Y".

003030******************************************************************
003040*    PARAMETROS DE LA ESTIMACION. LOS VALORES INICIALES SON LOS
003050*    POR DEFECTO; LA TARJETA LOS REEMPLAZA.
003060******************************************************************
003070 77  WS-VENTANA-MIN                   PIC 9(04) VALUE 240.
003080 77  WS-DIV-POR-SEG                   PIC 9(09) VALUE 2000000.
003090 77  WS-REG-POR-SEG                   PIC 9(06) VALUE 200.
003100 77  WS-VENTANA-SEG                   PIC 9(09)V9(03) VALUE ZERO.
003110 77  WS-FECHA-PROCESO                 PIC 9(08) VALUE ZERO.

003120******************************************************************
003130*    CAMPOS DE TRABAJO DEL COSTO DE UN DIVIDENDO. clasifDiv
003140*    PRUEBA TODOS LOS DIVISORES DESDE 2 HASTA LA RAIZ CUADRADA,
003150*    SIN DETENERSE EN EL PRIMER FACTOR: SON RAIZ - 1 DIVISIONES.
003160*    SE SUPONE EL DIVISOR INICIAL POR DEFECTO.
003170******************************************************************
003180 77  WS-RAIZ                          PIC 9(07) COMP VALUE ZERO.
003190 77  WS-DIVISIONES                    PIC 9(08) COMP VALUE ZERO.

003200******************************************************************
003210*    TABLA DE DEPARTAMENTOS EN ORDEN DE APARICION, CON SU
003220*    ESTIMACION Y EL SUBLOTE QUE LES TOCA. EL SUBLOTE SE ASIGNA
003230*    POR DEPARTAMENTO, ASI QUE SUS PEDIDOS NUNCA SE SEPARAN.
003240******************************************************************
003250 77  WS-MAX-DEPTOS                    PIC 9(04) COMP VALUE 500.
003260 77  WS-CONT-DEPTOS                   PIC 9(04) COMP VALUE ZERO.
003270 77  WS-IDX-DEP                       PIC 9(04) COMP VALUE ZERO.
003280 77  WS-BUSCA-DEP                     PIC 9(04) COMP VALUE ZERO.
003290 77  WS-DEPTO-BUSCADO                 PIC X(03) VALUE SPACES.

003300 01  WS-TABLA-DEPTOS.
003310     05  WS-DEP-ENT OCCURS 500 TIMES.
003320         10  WS-DEP-CODIGO            PIC X(03).
003330         10  WS-DEP-REGISTROS         PIC 9(08) COMP.
003340         10  WS-DEP-MAESTRO           PIC 9(08) COMP.
003350         10  WS-DEP-CALCULAR          PIC 9(08) COMP.
003360         10  WS-DEP-DIVISIONES        PIC 9(15) COMP.
003370         10  WS-DEP-SEGUNDOS          PIC 9(09)V9(03).
003380         10  WS-DEP-SUBLOTE           PIC 9(04) COMP.

003390******************************************************************
003400*    TABLA DE SUBLOTES. SE LLENAN EN ORDEN: UN DEPARTAMENTO QUE
003410*    YA NO ENTRA EN EL SUBLOTE ABIERTO ABRE EL SIGUIENTE. HAY UNA
003420*    ENTRADA POR CADA PAR DE ARCHIVOS ENTRADAnn/CTLENVnn.
003430******************************************************************
003440 77  WS-MAX-SUBLOTES                  PIC 9(04) COMP VALUE 10.
003450 77  WS-CONT-SUBLOTES                 PIC 9(04) COMP VALUE ZERO.
003460 77  WS-IDX-SUB                       PIC 9(04) COMP VALUE ZERO.

003470 01  WS-TABLA-SUBLOTES.
003480     05  WS-SUB-ENT OCCURS 10 TIMES.
003490         10  WS-SUB-REGISTROS         PIC 9(08) COMP.
003500         10  WS-SUB-DEPTOS            PIC 9(04) COMP.
003510         10  WS-SUB-SEGUNDOS          PIC 9(09)V9(03).
003520         10  WS-SUB-EXCEDE            PIC X(01).

003530 01  WS-NOMBRES-SUBLOTES.
003540     05  FILLER                       PIC X(17)
003550             VALUE "ENTRADA01CTLENV01".
003560     05  FILLER                       PIC X(17)
003570             VALUE "ENTRADA02CTLENV02".
003580     05  FILLER                       PIC X(17)
003590             VALUE "ENTRADA03CTLENV03".
003600     05  FILLER                       PIC X(17)
003610             VALUE "ENTRADA04CTLENV04".
003620     05  FILLER                       PIC X(17)
003630             VALUE "ENTRADA05CTLENV05".
003640     05  FILLER                       PIC X(17)
003650             VALUE "ENTRADA06CTLENV06".
003660     05  FILLER                       PIC X(17)
003670             VALUE "ENTRADA07CTLENV07".
003680     05  FILLER                       PIC X(17)
003690             VALUE "ENTRADA08CTLENV08".
003700     05  FILLER                       PIC X(17)
003710             VALUE "ENTRADA09CTLENV09".
003720     05  FILLER                       PIC X(17)
003730             VALUE "ENTRADA10CTLENV10".
003740 01  WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-SUBLOTES.
003750     05  WS-NSB-ENT OCCURS 10 TIMES.
003760         10  WS-NSB-ENTRADA           PIC X(09).
003770         10  WS-NSB-CTLENVIO          PIC X(08).

003780******************************************************************
003790*    CONTADORES DE CONTROL
003800******************************************************************
003810 77  WS-CONT-LEIDOS                   PIC 9(08) COMP VALUE ZERO.
003820 77  WS-CONT-MAESTRO                  PIC 9(08) COMP VALUE ZERO.
003830 77  WS-CONT-CALCULAR                 PIC 9(08) COMP VALUE ZERO.
003840 77  WS-CONT-INVALIDOS                PIC 9(08) COMP VALUE ZERO.
003850 77  WS-CONT-GRABADOS                 PIC 9(08) COMP VALUE ZERO.
003860 77  WS-CONT-GRABADOS-CTL             PIC 9(08) COMP VALUE ZERO.
003870 77  WS-TOT-DIVISIONES                PIC 9(15) COMP VALUE ZERO.
003880 77  WS-TOT-SEGUNDOS                  PIC 9(09)V9(03) VALUE ZERO.

003890******************************************************************
003900*    LINEAS DEL LISTADO ESTREP
003910******************************************************************
003920 01  WS-ENCABEZADO-1.
003930     05  FILLER                       PIC X(44)
003940             VALUE "ESTIMACION DE CARGA DE ENTRADA".
003950     05  FILLER                       PIC X(07) VALUE "FECHA: ".
003960     05  WS-ENC-FECHA                 PIC 9(08).
003970 01  WS-ENCABEZADO-2.
003980     05  FILLER                       PIC X(10) VALUE "VENTANA: ".
003990     05  WS-ENC-VENTANA               PIC ZZZ9.
004000     05  FILLER                       PIC X(22)
004010             VALUE " MIN   DIVISIONES/SEG:".
004020     05  WS-ENC-DIV-SEG               PIC Z(08)9.
004030     05  FILLER                       PIC X(18)
004040             VALUE "   REGISTROS/SEG: ".
004050     05  WS-ENC-REG-SEG               PIC Z(05)9.
004060 01  WS-AVISO-SIN-MAESTRO.
004070     05  FILLER                       PIC X(30)
004080             VALUE "** SIN MAESTRO: TODOS LOS DIVI".
004090     05  FILLER                       PIC X(35)
004100             VALUE "DENDOS SE ESTIMAN COMO A CALCULAR**".
004110 01  WS-ENC-DEPTOS                    PIC X(80)
004120         VALUE "ESTIMACION POR DEPARTAMENTO".
004130 01  WS-ENC-DEPTOS-2.
004140     05  FILLER                       PIC X(33)
004150             VALUE "   DEPTO  REGISTROS   EN MAESTRO".
004160     05  FILLER                       PIC X(35)
004170             VALUE "  A CALCULAR       DIVISIONES  MIN.".
004180     05  FILLER                       PIC X(07) VALUE "  SUBL.".
004190 01  WS-ENC-SUBLOTES                  PIC X(80)
004200         VALUE "ESTIMACION POR SUBLOTE".
004210 01  WS-ENC-SUBLOTES-2.
004220     05  FILLER                       PIC X(37)
004230             VALUE "   SUBL. ENTRADA   CTLENVIO REGISTROS".
004240     05  FILLER                       PIC X(18)
004250             VALUE " DEPTOS    MINUTOS".
004260 01  WS-LINEA-BLANCO                  PIC X(80) VALUE SPACES.

004270 01  WS-EST-DEPTO.
004280     05  FILLER                       PIC X(04) VALUE SPACES.
004290     05  WS-ESTD-DEPTO                PIC X(03).
004300     05  FILLER                       PIC X(03) VALUE SPACES.
004310     05  WS-ESTD-REGISTROS            PIC ZZZZZZZ9.
004320     05  FILLER                       PIC X(05) VALUE SPACES.
004330     05  WS-ESTD-MAESTRO              PIC ZZZZZZZ9.
004340     05  FILLER                       PIC X(04) VALUE SPACES.
004350     05  WS-ESTD-CALCULAR             PIC ZZZZZZZ9.
004360     05  FILLER                       PIC X(02) VALUE SPACES.
004370     05  WS-ESTD-DIVISIONES           PIC Z(14)9.
004380     05  FILLER                       PIC X(01) VALUE SPACES.
004390     05  WS-ESTD-MINUTOS              PIC ZZZZ9.9.
004400     05  FILLER                       PIC X(04) VALUE SPACES.
004410     05  WS-ESTD-SUBLOTE              PIC Z9.

004420 01  WS-EST-SUBLOTE.
004430     05  FILLER                       PIC X(05) VALUE SPACES.
004440     05  WS-ESTS-SUBLOTE              PIC Z9.
004450     05  FILLER                       PIC X(02) VALUE SPACES.
004460     05  WS-ESTS-ARCHIVO              PIC X(10).
004470     05  WS-ESTS-CONTROL              PIC X(10).
004480     05  WS-ESTS-REGISTROS            PIC ZZZZZZZ9.
004490     05  FILLER                       PIC X(03) VALUE SPACES.
004500     05  WS-ESTS-DEPTOS               PIC ZZZ9.
004510     05  FILLER                       PIC X(02) VALUE SPACES.
004520     05  WS-ESTS-MINUTOS              PIC ZZZZZZ9.9.
004530     05  FILLER                       PIC X(02) VALUE SPACES.
004540     05  WS-ESTS-EXCEDE               PIC X(20).

004550 01  WS-EST-TOTAL.
004560     05  FILLER                       PIC X(03) VALUE SPACES.
004570     05  WS-ESTT-TEXTO                PIC X(40).
004580     05  WS-ESTT-VALOR                PIC Z(14)9.

004590 01  WS-EST-TOTAL-MIN.
004600     05  FILLER                       PIC X(03) VALUE SPACES.
004610     05  WS-ESTM-TEXTO                PIC X(40).
004620     05  WS-ESTM-MINUTOS              PIC Z(12)9.9.

004630 01  WS-EST-VEREDICTO.
004640     05  FILLER                       PIC X(03) VALUE SPACES.
004650     05  WS-ESTV-TEXTO                PIC X(50).
004660     05  WS-ESTV-CANTIDAD             PIC ZZ.

004670 01  WS-AVISO-SIN-ARCHIVOS.
004680     05  FILLER                       PIC X(32)
004690             VALUE "** HACEN FALTA MAS SUBLOTES QUE ".
004700     05  FILLER                       PIC X(10)
004710             VALUE "ARCHIVOS (".
004720     05  WS-AVS-MAXIMO                PIC Z9.
004730     05  FILLER                       PIC X(29)
004740             VALUE "): NO SE PARTE LA ENTRADA **".

004750 PROCEDURE DIVISION.
004760******************************************************************
004770*    0000-MAINLINE
004780*    CONTROLA LA SECUENCIA GENERAL: ESTIMA TODA LA ENTRADA,
004790*    ASIGNA LOS DEPARTAMENTOS A SUBLOTES, LISTA LA ESTIMACION Y,
004800*    SI HACE FALTA MAS DE UN SUBLOTE, GRABA LOS ARCHIVOS.
004810******************************************************************
004820 0000-MAINLINE.
004830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004840     PERFORM 2000-ESTIMAR-REGISTRO THRU 2000-EXIT
004850         UNTIL WS-FIN-ENTRADA.
004860     CLOSE ENTRADA-ARCH.
004870     IF NOT WS-SIN-MAESTRO
004880         CLOSE MAESTRO-ARCH
004890     END-IF.
004900     PERFORM 3000-ARMAR-SUBLOTES THRU 3000-EXIT.
004910     PERFORM 4000-LISTAR-ESTIMACION THRU 4000-EXIT.
004920     IF WS-CONT-SUBLOTES > 1
004930         PERFORM 5000-GRABAR-SUBLOTES THRU 5000-EXIT
004940     END-IF.
004950     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
004960 0000-EXIT.
004970     EXIT.

004980******************************************************************
004990*    1000-INICIALIZAR
005000*    LEE LA TARJETA, ABRE LOS ARCHIVOS, ESCRIBE LOS ENCABEZADOS
005010*    Y LEE EL PRIMER REGISTRO. SIN MAESTRO SE SIGUE: NO HAY
005020*    RESULTADOS ANTERIORES Y TODO SE ESTIMA COMO A CALCULAR.
005030******************************************************************
005040 1000-INICIALIZAR.
005050     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
005060     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
005070     COMPUTE WS-VENTANA-SEG = WS-VENTANA-MIN * 60.
005080     OPEN INPUT ENTRADA-ARCH.
005090     IF WS-STATUS-ENTRADA NOT = "00"
005100         DISPLAY "ESTCARGA: ERROR AL ABRIR ENTRADA, STATUS = "
005110             WS-STATUS-ENTRADA
005120         MOVE 8 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     OPEN INPUT MAESTRO-ARCH.
005160     IF WS-STATUS-MAESTRO = "35"
005170         SET WS-SIN-MAESTRO TO TRUE
005180     ELSE
005190         IF WS-STATUS-MAESTRO NOT = "00"
005200             DISPLAY "ESTCARGA: ERROR AL ABRIR MAESTRO, STATUS = "
005210                 WS-STATUS-MAESTRO
005220             MOVE 8 TO RETURN-CODE
005230             STOP RUN
005240         END-IF
005250     END-IF.
005260     OPEN OUTPUT ESTREP-ARCH.
005270     IF WS-STATUS-ESTREP NOT = "00"
005280         DISPLAY "ESTCARGA: ERROR AL ABRIR ESTREP, STATUS = "
005290             WS-STATUS-ESTREP
005300         MOVE 8 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA.
005340     MOVE WS-VENTANA-MIN TO WS-ENC-VENTANA.
005350     MOVE WS-DIV-POR-SEG TO WS-ENC-DIV-SEG.
005360     MOVE WS-REG-POR-SEG TO WS-ENC-REG-SEG.
005370     WRITE EST-LINEA FROM WS-ENCABEZADO-1.
005380     WRITE EST-LINEA FROM WS-ENCABEZADO-2.
005390     IF WS-SIN-MAESTRO
005400         WRITE EST-LINEA FROM WS-AVISO-SIN-MAESTRO
005410     END-IF.
005420     WRITE EST-LINEA FROM WS-LINEA-BLANCO.
005430     PERFORM 2900-LEER-ENTRADA THRU 2900-EXIT.
005440 1000-EXIT.
005450     EXIT.

005460******************************************************************
005470*    1100-LEER-TARJETA
005480*    TOMA DE LA TARJETA CADA PARAMETRO QUE VENGA NUMERICO Y
005490*    DISTINTO DE CERO; LOS DEMAS QUEDAN CON EL VALOR POR DEFECTO.
005500******************************************************************
005510 1100-LEER-TARJETA.
005520     OPEN INPUT CONTROL-ARCH.
005530     IF WS-STATUS-CONTROL NOT = "00"
005540         GO TO 1100-EXIT
005550     END-IF.
005560     READ CONTROL-ARCH
005570         AT END
005580             CLOSE CONTROL-ARCH
005590             GO TO 1100-EXIT
005600     END-READ.
005610     IF CTL-VENTANA-MIN NUMERIC
005620             AND CTL-VENTANA-MIN > ZERO
005630         MOVE CTL-VENTANA-MIN TO WS-VENTANA-MIN
005640     END-IF.
005650     IF CTL-DIV-POR-SEG NUMERIC
005660             AND CTL-DIV-POR-SEG > ZERO
005670         MOVE CTL-DIV-POR-SEG TO WS-DIV-POR-SEG
005680     END-IF.
005690     IF CTL-REG-POR-SEG NUMERIC
005700             AND CTL-REG-POR-SEG > ZERO
005710         MOVE CTL-REG-POR-SEG TO WS-REG-POR-SEG
005720     END-IF.
005730     CLOSE CONTROL-ARCH.
005740 1100-EXIT.
005750     EXIT.

005760******************************************************************
005770*    2000-ESTIMAR-REGISTRO
005780*    CUENTA EL REGISTRO EN SU DEPARTAMENTO. UN DIVIDENDO NO
005790*    NUMERICO, CERO O UNO LO RECHAZA esPrimo SIN CALCULAR; UNO
005800*    QUE YA ESTA EN EL MAESTRO SE RESPONDE SIN CALCULAR; LOS
005810*    DEMAS SUMAN SUS DIVISIONES. UN DIVIDENDO REPETIDO EN LA
005820*    ENTRADA SE ESTIMA DOS VECES (LA ESTIMACION QUEDA DEL LADO
005830*    SEGURO).
005840******************************************************************
005850 2000-ESTIMAR-REGISTRO.
005860     ADD 1 TO WS-CONT-LEIDOS.
005870     PERFORM 2100-UBICAR-DEPTO THRU 2100-EXIT.
005880     ADD 1 TO WS-DEP-REGISTROS(WS-IDX-DEP).
005890     IF ENT-DIVIDENDO NOT NUMERIC
005900             OR ENT-DIVIDENDO-NUM < 2
005910         ADD 1 TO WS-CONT-INVALIDOS
005920         GO TO 2000-LEER
005930     END-IF.
005940     PERFORM 2400-CONSULTAR-MAESTRO THRU 2400-EXIT.
005950     IF WS-HALLADO-EN-MAESTRO
005960         ADD 1 TO WS-CONT-MAESTRO
005970         ADD 1 TO WS-DEP-MAESTRO(WS-IDX-DEP)
005980         GO TO 2000-LEER
005990     END-IF.
006000     ADD 1 TO WS-CONT-CALCULAR.
006010     ADD 1 TO WS-DEP-CALCULAR(WS-IDX-DEP).
006020     PERFORM 2500-CONTAR-DIVISIONES THRU 2500-EXIT.
006030     ADD WS-DIVISIONES TO WS-DEP-DIVISIONES(WS-IDX-DEP).
006040     ADD WS-DIVISIONES TO WS-TOT-DIVISIONES.
006050 2000-LEER.
006060     PERFORM 2900-LEER-ENTRADA THRU 2900-EXIT.
006070 2000-EXIT.
006080     EXIT.

006090******************************************************************
006100*    2100-UBICAR-DEPTO
006110*    BUSCA EL DEPARTAMENTO DEL REGISTRO EN LA TABLA Y, SI NO
006120*    ESTA, LO AGREGA AL FINAL. UN CODIGO EN BLANCO O MAL ESCRITO
006130*    ES UN DEPARTAMENTO MAS (esPrimo LOS RECHAZA, PERO LEERLOS
006140*    CUESTA). SI LA TABLA SE LLENA NO SE PUEDE GARANTIZAR QUE
006150*    UN DEPARTAMENTO QUEDE ENTERO Y LA ESTIMACION SE ABANDONA.
006160******************************************************************
006170 2100-UBICAR-DEPTO.
006180     MOVE ENT-DEPTO TO WS-DEPTO-BUSCADO.
006190     PERFORM 2120-BUSCAR-DEPTO THRU 2120-EXIT.
006200     IF WS-BUSCA-DEP NOT = ZERO
006210         MOVE WS-BUSCA-DEP TO WS-IDX-DEP
006220         GO TO 2100-EXIT
006230     END-IF.
006240     IF WS-CONT-DEPTOS NOT < WS-MAX-DEPTOS
006250         DISPLAY "ESTCARGA: TABLA DE DEPARTAMENTOS LLENA ("
006260             WS-MAX-DEPTOS ")"
006270         CLOSE ESTREP-ARCH
006280         MOVE 8 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     ADD 1 TO WS-CONT-DEPTOS.
006320     MOVE WS-CONT-DEPTOS TO WS-IDX-DEP.
006330     MOVE ENT-DEPTO TO WS-DEP-CODIGO(WS-IDX-DEP).
006340     MOVE ZERO TO WS-DEP-REGISTROS(WS-IDX-DEP).
006350     MOVE ZERO TO WS-DEP-MAESTRO(WS-IDX-DEP).
006360     MOVE ZERO TO WS-DEP-CALCULAR(WS-IDX-DEP).
006370     MOVE ZERO TO WS-DEP-DIVISIONES(WS-IDX-DEP).
006380     MOVE ZERO TO WS-DEP-SEGUNDOS(WS-IDX-DEP).
006390     MOVE ZERO TO WS-DEP-SUBLOTE(WS-IDX-DEP).
006400 2100-EXIT.
006410     EXIT.

006420 2120-BUSCAR-DEPTO.
006430     MOVE ZERO TO WS-BUSCA-DEP.
006440     PERFORM 2150-COMPARAR-DEPTO THRU 2150-EXIT
006450         VARYING WS-IDX-DEP FROM 1 BY 1
006460             UNTIL WS-IDX-DEP > WS-CONT-DEPTOS
006470                OR WS-BUSCA-DEP NOT = ZERO.
006480 2120-EXIT.
006490     EXIT.

006500 2150-COMPARAR-DEPTO.
006510     IF WS-DEP-CODIGO(WS-IDX-DEP) = WS-DEPTO-BUSCADO
006520         MOVE WS-IDX-DEP TO WS-BUSCA-DEP
006530     END-IF.
006540 2150-EXIT.
006550     EXIT.

006560******************************************************************
006570*    2400-CONSULTAR-MAESTRO
006580*    LA MISMA PRUEBA QUE 2400-CONSULTAR-MAESTRO EN esPrimo: EL
006590*    DIVIDENDO SE DA POR RESUELTO SOLO SI EL MAESTRO LO TIENE
006600*    COMO PRIMO O COMPUESTO Y NO FUE CLASIFICADO CON UN DIVISOR
006610*    INICIAL DISTINTO DE 2 (ESOS esPrimo LOS VUELVE A CALCULAR).
006620******************************************************************
006630 2400-CONSULTAR-MAESTRO.
006640     SET WS-NO-EN-MAESTRO TO TRUE.
006650     IF WS-SIN-MAESTRO
006660         GO TO 2400-EXIT
006670     END-IF.
006680     MOVE ENT-DIVIDENDO-NUM TO MST-DIVIDENDO.
006690     READ MAESTRO-ARCH
006700         INVALID KEY
006710             CONTINUE
006720         NOT INVALID KEY
006730             IF MST-ES-PRIMO OR MST-ES-COMPUESTO
006740                 IF MST-DIVISOR-INICIAL NUMERIC
006750                         AND MST-DIVISOR-INICIAL NOT = 2
006760                     CONTINUE
006770                 ELSE
006780                     SET WS-HALLADO-EN-MAESTRO TO TRUE
006790                 END-IF
006800             END-IF
006810     END-READ.
006820 2400-EXIT.
006830     EXIT.

006840******************************************************************
006850*    2500-CONTAR-DIVISIONES
006860*    DIVISIONES QUE HARA clasifDiv: UNA POR CADA DIVISOR DESDE 2
006870*    HASTA LA PARTE ENTERA DE LA RAIZ CUADRADA. LA RAIZ SE
006880*    CORRIGE EN UNA UNIDAD POR SI EL REDONDEO DE LA POTENCIA LA
006890*    DEJA CORTA O LARGA.
006900******************************************************************
006910 2500-CONTAR-DIVISIONES.
006920     MOVE ZERO TO WS-DIVISIONES.
006930     IF ENT-DIVIDENDO-NUM < 4
006940         GO TO 2500-EXIT
006950     END-IF.
006960     COMPUTE WS-RAIZ = ENT-DIVIDENDO-NUM ** 0.5.
006970     IF WS-RAIZ * WS-RAIZ > ENT-DIVIDENDO-NUM
006980         SUBTRACT 1 FROM WS-RAIZ
006990     END-IF.
007000     IF (WS-RAIZ + 1) * (WS-RAIZ + 1) NOT > ENT-DIVIDENDO-NUM
007010         ADD 1 TO WS-RAIZ
007020     END-IF.
007030     COMPUTE WS-DIVISIONES = WS-RAIZ - 1.
007040 2500-EXIT.
007050     EXIT.

007060 2900-LEER-ENTRADA.
007070     READ ENTRADA-ARCH
007080         AT END
007090             SET WS-FIN-ENTRADA TO TRUE
007100     END-READ.
007110 2900-EXIT.
007120     EXIT.

007130******************************************************************
007140*    3000-ARMAR-SUBLOTES
007150*    CALCULA LOS SEGUNDOS DE CADA DEPARTAMENTO (LECTURA DE TODOS
007160*    SUS REGISTROS MAS LAS DIVISIONES DE LOS QUE HAY QUE
007170*    CALCULAR) Y LOS VA ASIGNANDO EN ORDEN A SUBLOTES. SI TODO
007180*    ENTRA EN LA VENTANA QUEDA UN SOLO SUBLOTE: LA ENTRADA
007190*    ORIGINAL, SIN PARTIR.
007200******************************************************************
007210 3000-ARMAR-SUBLOTES.
007220     PERFORM 3100-ASIGNAR-DEPTO THRU 3100-EXIT
007230         VARYING WS-IDX-DEP FROM 1 BY 1
007240             UNTIL WS-IDX-DEP > WS-CONT-DEPTOS.
007250 3000-EXIT.
007260     EXIT.

007270******************************************************************
007280*    3100-ASIGNAR-DEPTO
007290*    EL DEPARTAMENTO VA AL SUBLOTE ABIERTO SI TODAVIA ENTRA EN LA
007300*    VENTANA; SI NO, ABRE UNO NUEVO. UN DEPARTAMENTO QUE SOLO YA
007310*    EXCEDE LA VENTANA QUEDA EN UN SUBLOTE PROPIO, MARCADO, PORQUE
007320*    NO SE LO PUEDE PARTIR.
007330******************************************************************
007340 3100-ASIGNAR-DEPTO.
007350     COMPUTE WS-DEP-SEGUNDOS(WS-IDX-DEP) ROUNDED =
007360         WS-DEP-REGISTROS(WS-IDX-DEP) / WS-REG-POR-SEG
007370         + WS-DEP-DIVISIONES(WS-IDX-DEP) / WS-DIV-POR-SEG.
007380     ADD WS-DEP-SEGUNDOS(WS-IDX-DEP) TO WS-TOT-SEGUNDOS.
007390     IF WS-CONT-SUBLOTES = ZERO
007400         PERFORM 3200-ABRIR-SUBLOTE THRU 3200-EXIT
007410     ELSE
007420         IF WS-SUB-SEGUNDOS(WS-IDX-SUB)
007430                 + WS-DEP-SEGUNDOS(WS-IDX-DEP) > WS-VENTANA-SEG
007440             PERFORM 3200-ABRIR-SUBLOTE THRU 3200-EXIT
007450         END-IF
007460     END-IF.
007470     MOVE WS-IDX-SUB TO WS-DEP-SUBLOTE(WS-IDX-DEP).
007480     ADD 1 TO WS-SUB-DEPTOS(WS-IDX-SUB).
007490     ADD WS-DEP-REGISTROS(WS-IDX-DEP)
007500         TO WS-SUB-REGISTROS(WS-IDX-SUB).
007510     ADD WS-DEP-SEGUNDOS(WS-IDX-DEP)
007520         TO WS-SUB-SEGUNDOS(WS-IDX-SUB).
007530     IF WS-DEP-SEGUNDOS(WS-IDX-DEP) > WS-VENTANA-SEG
007540         MOVE "S" TO WS-SUB-EXCEDE(WS-IDX-SUB)
007550         SET WS-HAY-DEPTO-EXCEDE TO TRUE
007560     END-IF.
007570 3100-EXIT.
007580     EXIT.

007590******************************************************************
007600*    3200-ABRIR-SUBLOTE
007610*    PASA AL SUBLOTE SIGUIENTE. HAY UN PAR DE ARCHIVOS POR
007620*    SUBLOTE; SI NO ALCANZAN, NO SE GRABA NINGUN SUBLOTE Y LA
007630*    CORRIDA TERMINA CON RETURN-CODE 12.
007640******************************************************************
007650 3200-ABRIR-SUBLOTE.
007660     IF WS-CONT-SUBLOTES NOT < WS-MAX-SUBLOTES
007670         DISPLAY "ESTCARGA: HACEN FALTA MAS DE " WS-MAX-SUBLOTES
007680             " SUBLOTES, NO SE PARTE LA ENTRADA"
007690         MOVE WS-MAX-SUBLOTES TO WS-AVS-MAXIMO
007700         WRITE EST-LINEA FROM WS-AVISO-SIN-ARCHIVOS
007710         CLOSE ESTREP-ARCH
007720         MOVE 12 TO RETURN-CODE
007730         STOP RUN
007740     END-IF.
007750     ADD 1 TO WS-CONT-SUBLOTES.
007760     MOVE WS-CONT-SUBLOTES TO WS-IDX-SUB.
007770     MOVE ZERO TO WS-SUB-REGISTROS(WS-IDX-SUB).
007780     MOVE ZERO TO WS-SUB-DEPTOS(WS-IDX-SUB).
007790     MOVE ZERO TO WS-SUB-SEGUNDOS(WS-IDX-SUB).
007800     MOVE "N" TO WS-SUB-EXCEDE(WS-IDX-SUB).
007810 3200-EXIT.
007820     EXIT.

007830******************************************************************
007840*    4000-LISTAR-ESTIMACION
007850*    ESCRIBE UNA LINEA POR DEPARTAMENTO Y UNA POR SUBLOTE. CON UN
007860*    SOLO SUBLOTE LOS ARCHIVOS SON LA MISMA ENTRADA Y CTLENVIO.
007870******************************************************************
007880 4000-LISTAR-ESTIMACION.
007890     WRITE EST-LINEA FROM WS-ENC-DEPTOS.
007900     WRITE EST-LINEA FROM WS-ENC-DEPTOS-2.
007910     PERFORM 4100-LISTAR-DEPTO THRU 4100-EXIT
007920         VARYING WS-IDX-DEP FROM 1 BY 1
007930             UNTIL WS-IDX-DEP > WS-CONT-DEPTOS.
007940     WRITE EST-LINEA FROM WS-LINEA-BLANCO.
007950     WRITE EST-LINEA FROM WS-ENC-SUBLOTES.
007960     WRITE EST-LINEA FROM WS-ENC-SUBLOTES-2.
007970     PERFORM 4200-LISTAR-SUBLOTE THRU 4200-EXIT
007980         VARYING WS-IDX-SUB FROM 1 BY 1
007990             UNTIL WS-IDX-SUB > WS-CONT-SUBLOTES.
008000 4000-EXIT.
008010     EXIT.

008020 4100-LISTAR-DEPTO.
008030     MOVE WS-DEP-CODIGO(WS-IDX-DEP) TO WS-ESTD-DEPTO.
008040     MOVE WS-DEP-REGISTROS(WS-IDX-DEP) TO WS-ESTD-REGISTROS.
008050     MOVE WS-DEP-MAESTRO(WS-IDX-DEP) TO WS-ESTD-MAESTRO.
008060     MOVE WS-DEP-CALCULAR(WS-IDX-DEP) TO WS-ESTD-CALCULAR.
008070     MOVE WS-DEP-DIVISIONES(WS-IDX-DEP) TO WS-ESTD-DIVISIONES.
008080     COMPUTE WS-ESTD-MINUTOS ROUNDED =
008090         WS-DEP-SEGUNDOS(WS-IDX-DEP) / 60.
008100     MOVE WS-DEP-SUBLOTE(WS-IDX-DEP) TO WS-ESTD-SUBLOTE.
008110     WRITE EST-LINEA FROM WS-EST-DEPTO.
008120 4100-EXIT.
008130     EXIT.

008140 4200-LISTAR-SUBLOTE.
008150     MOVE WS-IDX-SUB TO WS-ESTS-SUBLOTE.
008160     IF WS-CONT-SUBLOTES = 1
008170         MOVE "ENTRADA" TO WS-ESTS-ARCHIVO
008180         MOVE "CTLENVIO" TO WS-ESTS-CONTROL
008190     ELSE
008200         MOVE WS-NSB-ENTRADA(WS-IDX-SUB) TO WS-ESTS-ARCHIVO
008210         MOVE WS-NSB-CTLENVIO(WS-IDX-SUB) TO WS-ESTS-CONTROL
008220     END-IF.
008230     MOVE WS-SUB-REGISTROS(WS-IDX-SUB) TO WS-ESTS-REGISTROS.
008240     MOVE WS-SUB-DEPTOS(WS-IDX-SUB) TO WS-ESTS-DEPTOS.
008250     COMPUTE WS-ESTS-MINUTOS ROUNDED =
008260         WS-SUB-SEGUNDOS(WS-IDX-SUB) / 60.
008270     IF WS-SUB-EXCEDE(WS-IDX-SUB) = "S"
008280         MOVE "** EXCEDE VENTANA **" TO WS-ESTS-EXCEDE
008290     ELSE
008300         MOVE SPACES TO WS-ESTS-EXCEDE
008310     END-IF.
008320     WRITE EST-LINEA FROM WS-EST-SUBLOTE.
008330 4200-EXIT.
008340     EXIT.

008350******************************************************************
008360*    5000-GRABAR-SUBLOTES
008370*    ABRE LOS ARCHIVOS DE LOS SUBLOTES ARMADOS Y, EN UNA PASADA
008380*    POR CADA UNO, REPARTE ENTRADA Y CTLENVIO SEGUN EL SUBLOTE
008390*    DEL DEPARTAMENTO DE CADA REGISTRO, EN EL MISMO ORDEN EN QUE
008400*    VINIERON.
008410******************************************************************
008420 5000-GRABAR-SUBLOTES.
008430     PERFORM 5050-ABRIR-SUBLOTE THRU 5050-EXIT
008440         VARYING WS-IDX-SUB FROM 1 BY 1
008450             UNTIL WS-IDX-SUB > WS-CONT-SUBLOTES.
008460     MOVE "N" TO WS-SW-FIN-ENTRADA.
008470     OPEN INPUT ENTRADA-ARCH.
008471     IF WS-STATUS-ENTRADA NOT = "00"
008472         DISPLAY "ESTCARGA: ERROR AL ABRIR ENTRADA, STATUS = "
008473             WS-STATUS-ENTRADA
008475         CLOSE ESTREP-ARCH
008476         MOVE 8 TO RETURN-CODE
008477         STOP RUN
008478     END-IF.
008480     PERFORM 2900-LEER-ENTRADA THRU 2900-EXIT.
008490     PERFORM 5100-COPIAR-REGISTRO THRU 5100-EXIT
008500         UNTIL WS-FIN-ENTRADA.
008510     CLOSE ENTRADA-ARCH.
008520     OPEN INPUT CTLENVIO-ARCH.
008530     IF WS-STATUS-CTLENVIO NOT = "00"
008540         DISPLAY "ESTCARGA: ERROR AL ABRIR CTLENVIO, STATUS = "
008550             WS-STATUS-CTLENVIO
008560         CLOSE ESTREP-ARCH
008570         MOVE 8 TO RETURN-CODE
008580         STOP RUN
008590     END-IF.
008600     PERFORM 5300-LEER-CTLENVIO THRU 5300-EXIT.
008610     PERFORM 5400-COPIAR-CONTROL THRU 5400-EXIT
008620         UNTIL WS-FIN-CTLENVIO.
008630     CLOSE CTLENVIO-ARCH.
008640     PERFORM 5060-CERRAR-SUBLOTE THRU 5060-EXIT
008650         VARYING WS-IDX-SUB FROM 1 BY 1
008660             UNTIL WS-IDX-SUB > WS-CONT-SUBLOTES.
008670 5000-EXIT.
008680     EXIT.

008690******************************************************************
008700*    5050-ABRIR-SUBLOTE
008710*    ABRE EL PAR DE ARCHIVOS DEL SUBLOTE WS-IDX-SUB. 5060 LOS
008720*    CIERRA.
008730******************************************************************
008740 5050-ABRIR-SUBLOTE.
008750     EVALUATE WS-IDX-SUB
008760         WHEN 1
008770             OPEN OUTPUT SUBLOTE01-ARCH
008780             IF WS-STATUS-SUBLOTE = "00"
008790                 OPEN OUTPUT CTLSUB01-ARCH
008800             END-IF
008810         WHEN 2
008820             OPEN OUTPUT SUBLOTE02-ARCH
008830             IF WS-STATUS-SUBLOTE = "00"
008840                 OPEN OUTPUT CTLSUB02-ARCH
008850             END-IF
008860         WHEN 3
008870             OPEN OUTPUT SUBLOTE03-ARCH
008880             IF WS-STATUS-SUBLOTE = "00"
008890                 OPEN OUTPUT CTLSUB03-ARCH
008900             END-IF
008910         WHEN 4
008920             OPEN OUTPUT SUBLOTE04-ARCH
008930             IF WS-STATUS-SUBLOTE = "00"
008940                 OPEN OUTPUT CTLSUB04-ARCH
008950             END-IF
008960         WHEN 5
008970             OPEN OUTPUT SUBLOTE05-ARCH
008980             IF WS-STATUS-SUBLOTE = "00"
008990                 OPEN OUTPUT CTLSUB05-ARCH
009000             END-IF
009010         WHEN 6
009020             OPEN OUTPUT SUBLOTE06-ARCH
009030             IF WS-STATUS-SUBLOTE = "00"
009040                 OPEN OUTPUT CTLSUB06-ARCH
009050             END-IF
009060         WHEN 7
009070             OPEN OUTPUT SUBLOTE07-ARCH
009080             IF WS-STATUS-SUBLOTE = "00"
009090                 OPEN OUTPUT CTLSUB07-ARCH
009100             END-IF
009110         WHEN 8
009120             OPEN OUTPUT SUBLOTE08-ARCH
009130             IF WS-STATUS-SUBLOTE = "00"
009140                 OPEN OUTPUT CTLSUB08-ARCH
009150             END-IF
009160         WHEN 9
009170             OPEN OUTPUT SUBLOTE09-ARCH
009180             IF WS-STATUS-SUBLOTE = "00"
009190                 OPEN OUTPUT CTLSUB09-ARCH
009200             END-IF
009210         WHEN 10
009220             OPEN OUTPUT SUBLOTE10-ARCH
009230             IF WS-STATUS-SUBLOTE = "00"
009240                 OPEN OUTPUT CTLSUB10-ARCH
009250             END-IF
009260     END-EVALUATE.
009270     IF WS-STATUS-SUBLOTE NOT = "00"
009280         DISPLAY "ESTCARGA: ERROR AL ABRIR "
009290             WS-NSB-ENTRADA(WS-IDX-SUB) "/"
009300             WS-NSB-CTLENVIO(WS-IDX-SUB)
009310             ", STATUS = " WS-STATUS-SUBLOTE
009320         CLOSE ESTREP-ARCH
009330         MOVE 8 TO RETURN-CODE
009340         STOP RUN
009350     END-IF.
009360 5050-EXIT.
009370     EXIT.

009380 5060-CERRAR-SUBLOTE.
009390     EVALUATE WS-IDX-SUB
009400         WHEN 1
009410             CLOSE SUBLOTE01-ARCH CTLSUB01-ARCH
009420         WHEN 2
009430             CLOSE SUBLOTE02-ARCH CTLSUB02-ARCH
009440         WHEN 3
009450             CLOSE SUBLOTE03-ARCH CTLSUB03-ARCH
009460         WHEN 4
009470             CLOSE SUBLOTE04-ARCH CTLSUB04-ARCH
009480         WHEN 5
009490             CLOSE SUBLOTE05-ARCH CTLSUB05-ARCH
009500         WHEN 6
009510             CLOSE SUBLOTE06-ARCH CTLSUB06-ARCH
009520         WHEN 7
009530             CLOSE SUBLOTE07-ARCH CTLSUB07-ARCH
009540         WHEN 8
009550             CLOSE SUBLOTE08-ARCH CTLSUB08-ARCH
009560         WHEN 9
009570             CLOSE SUBLOTE09-ARCH CTLSUB09-ARCH
009580         WHEN 10
009590             CLOSE SUBLOTE10-ARCH CTLSUB10-ARCH
009600     END-EVALUATE.
009610 5060-EXIT.
009620     EXIT.

009630 5100-COPIAR-REGISTRO.
009640     PERFORM 2100-UBICAR-DEPTO THRU 2100-EXIT.
009650     MOVE WS-DEP-SUBLOTE(WS-IDX-DEP) TO WS-IDX-SUB.
009660     EVALUATE WS-IDX-SUB
009670         WHEN 1
009680             WRITE SUB01-REGISTRO FROM ENT-REGISTRO
009690         WHEN 2
009700             WRITE SUB02-REGISTRO FROM ENT-REGISTRO
009710         WHEN 3
009720             WRITE SUB03-REGISTRO FROM ENT-REGISTRO
009730         WHEN 4
009740             WRITE SUB04-REGISTRO FROM ENT-REGISTRO
009750         WHEN 5
009760             WRITE SUB05-REGISTRO FROM ENT-REGISTRO
009770         WHEN 6
009780             WRITE SUB06-REGISTRO FROM ENT-REGISTRO
009790         WHEN 7
009800             WRITE SUB07-REGISTRO FROM ENT-REGISTRO
009810         WHEN 8
009820             WRITE SUB08-REGISTRO FROM ENT-REGISTRO
009830         WHEN 9
009840             WRITE SUB09-REGISTRO FROM ENT-REGISTRO
009850         WHEN 10
009860             WRITE SUB10-REGISTRO FROM ENT-REGISTRO
009870     END-EVALUATE.
009880     ADD 1 TO WS-CONT-GRABADOS.
009890     PERFORM 2900-LEER-ENTRADA THRU 2900-EXIT.
009900 5100-EXIT.
009910     EXIT.

009920 5300-LEER-CTLENVIO.
009930     READ CTLENVIO-ARCH
009940         AT END
009950             SET WS-FIN-CTLENVIO TO TRUE
009960     END-READ.
009970 5300-EXIT.
009980     EXIT.

009990******************************************************************
010000*    5400-COPIAR-CONTROL
010010*    EL PEDIDO VA AL CTLENVnn DEL SUBLOTE DE SU DEPARTAMENTO. UN
010020*    DEPARTAMENTO QUE NO ESTA EN ENTRADA QUIERE DECIR QUE CTLENVIO
010030*    ES DE OTRA CARGA: LOS SUBLOTES NO SIRVEN Y LA CORRIDA TERMINA
010040*    CON RETURN-CODE 12.
010050******************************************************************
010060 5400-COPIAR-CONTROL.
010070     MOVE CEN-DEPTO TO WS-DEPTO-BUSCADO.
010080     PERFORM 2120-BUSCAR-DEPTO THRU 2120-EXIT.
010090     IF WS-BUSCA-DEP = ZERO
010100         DISPLAY "ESTCARGA: EL DEPARTAMENTO " CEN-DEPTO
010110             " DE CTLENVIO NO ESTA EN ENTRADA"
010120         MOVE "** CTLENVIO NO CORRESPONDE A ENTRADA **"
010130             TO WS-ESTV-TEXTO
010140         MOVE ZERO TO WS-ESTV-CANTIDAD
010150         WRITE EST-LINEA FROM WS-EST-VEREDICTO
010160         CLOSE ESTREP-ARCH
010170         MOVE 12 TO RETURN-CODE
010180         STOP RUN
010190     END-IF.
010200     MOVE WS-DEP-SUBLOTE(WS-BUSCA-DEP) TO WS-IDX-SUB.
010210     EVALUATE WS-IDX-SUB
010220         WHEN 1
010230             WRITE CSB01-REGISTRO FROM CEN-REGISTRO
010240         WHEN 2
010250             WRITE CSB02-REGISTRO FROM CEN-REGISTRO
010260         WHEN 3
010270             WRITE CSB03-REGISTRO FROM CEN-REGISTRO
010280         WHEN 4
010290             WRITE CSB04-REGISTRO FROM CEN-REGISTRO
010300         WHEN 5
010310             WRITE CSB05-REGISTRO FROM CEN-REGISTRO
010320         WHEN 6
010330             WRITE CSB06-REGISTRO FROM CEN-REGISTRO
010340         WHEN 7
010350             WRITE CSB07-REGISTRO FROM CEN-REGISTRO
010360         WHEN 8
010370             WRITE CSB08-REGISTRO FROM CEN-REGISTRO
010380         WHEN 9
010390             WRITE CSB09-REGISTRO FROM CEN-REGISTRO
010400         WHEN 10
010410             WRITE CSB10-REGISTRO FROM CEN-REGISTRO
010420     END-EVALUATE.
010430     ADD 1 TO WS-CONT-GRABADOS-CTL.
010440     PERFORM 5300-LEER-CTLENVIO THRU 5300-EXIT.
010450 5400-EXIT.
010460     EXIT.

010470******************************************************************
010480*    9000-ESCRIBIR-TOTAL
010490*    UNA LINEA DE TOTALES CON EL TEXTO Y EL VALOR YA CARGADOS.
010500******************************************************************
010510 9000-ESCRIBIR-TOTAL.
010520     WRITE EST-LINEA FROM WS-EST-TOTAL.
010530 9000-EXIT.
010540     EXIT.

010550******************************************************************
010560*    9999-FINALIZAR
010570*    ESCRIBE LOS TOTALES Y EL VEREDICTO, CIERRA Y TERMINA CON EL
010580*    RETURN-CODE QUE CORRESPONDA: 0 LA ENTRADA ENTRA COMO ESTA, 4
010590*    SE PARTIO EN SUBLOTES, 8 HAY UN DEPARTAMENTO QUE SOLO YA NO
010600*    ENTRA EN LA VENTANA, 12 CTLENVIO NO TRAE LOS MISMOS PEDIDOS
010610*    QUE ENTRADA Y LOS SUBLOTES NO SE PUEDEN USAR.
010620******************************************************************
010630 9999-FINALIZAR.
010640     WRITE EST-LINEA FROM WS-LINEA-BLANCO.
010650     MOVE "REGISTROS LEIDOS" TO WS-ESTT-TEXTO.
010660     MOVE WS-CONT-LEIDOS TO WS-ESTT-VALOR.
010670     PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT.
010680     MOVE "RESPONDIDOS DEL MAESTRO" TO WS-ESTT-TEXTO.
010690     MOVE WS-CONT-MAESTRO TO WS-ESTT-VALOR.
010700     PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT.
010710     MOVE "A CALCULAR" TO WS-ESTT-TEXTO.
010720     MOVE WS-CONT-CALCULAR TO WS-ESTT-VALOR.
010730     PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT.
010740     MOVE "NO VALIDOS (SE RECHAZAN SIN CALCULAR)"
010750         TO WS-ESTT-TEXTO.
010760     MOVE WS-CONT-INVALIDOS TO WS-ESTT-VALOR.
010770     PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT.
010780     MOVE "DEPARTAMENTOS" TO WS-ESTT-TEXTO.
010790     MOVE WS-CONT-DEPTOS TO WS-ESTT-VALOR.
010800     PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT.
010810     MOVE "DIVISIONES ESTIMADAS" TO WS-ESTT-TEXTO.
010820     MOVE WS-TOT-DIVISIONES TO WS-ESTT-VALOR.
010830     PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT.
010840     MOVE "MINUTOS ESTIMADOS" TO WS-ESTM-TEXTO.
010850     COMPUTE WS-ESTM-MINUTOS ROUNDED = WS-TOT-SEGUNDOS / 60.
010860     WRITE EST-LINEA FROM WS-EST-TOTAL-MIN.
010870     MOVE "VENTANA (MINUTOS)" TO WS-ESTM-TEXTO.
010880     MOVE WS-VENTANA-MIN TO WS-ESTM-MINUTOS.
010890     WRITE EST-LINEA FROM WS-EST-TOTAL-MIN.
010900     IF WS-CONT-SUBLOTES > 1
010910         MOVE "REGISTROS GRABADOS EN SUBLOTES" TO WS-ESTT-TEXTO
010920         MOVE WS-CONT-GRABADOS TO WS-ESTT-VALOR
010930         PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT
010940         MOVE "PEDIDOS GRABADOS EN SUBLOTES DE CTLENVIO"
010950             TO WS-ESTT-TEXTO
010960         MOVE WS-CONT-GRABADOS-CTL TO WS-ESTT-VALOR
010970         PERFORM 9000-ESCRIBIR-TOTAL THRU 9000-EXIT
010980     END-IF.
010990     WRITE EST-LINEA FROM WS-LINEA-BLANCO.
011000     MOVE ZERO TO WS-ESTV-CANTIDAD.
011010     IF WS-CONT-SUBLOTES > 1
011020         MOVE "** ENTRADA EXCEDE LA VENTANA. SUBLOTES GRABADOS:"
011030             TO WS-ESTV-TEXTO
011040         MOVE WS-CONT-SUBLOTES TO WS-ESTV-CANTIDAD
011050     ELSE
011060         MOVE "ENTRADA ENTRA EN LA VENTANA, NO SE PARTE"
011070             TO WS-ESTV-TEXTO
011080     END-IF.
011090     WRITE EST-LINEA FROM WS-EST-VEREDICTO.
011100     IF WS-HAY-DEPTO-EXCEDE
011110         MOVE "** HAY UN DEPARTAMENTO QUE SOLO EXCEDE LA VENTANA"
011120             TO WS-ESTV-TEXTO
011130         MOVE ZERO TO WS-ESTV-CANTIDAD
011140         WRITE EST-LINEA FROM WS-EST-VEREDICTO
011150     END-IF.
011160     IF WS-CONT-GRABADOS-CTL NOT = WS-CONT-GRABADOS
011170         MOVE "** CTLENVIO NO CORRESPONDE A ENTRADA **"
011180             TO WS-ESTV-TEXTO
011190         MOVE ZERO TO WS-ESTV-CANTIDAD
011200         WRITE EST-LINEA FROM WS-EST-VEREDICTO
011210     END-IF.
011220     CLOSE ESTREP-ARCH.
011230     IF WS-HAY-DEPTO-EXCEDE
011240         DISPLAY "ESTCARGA: UN DEPARTAMENTO EXCEDE LA VENTANA"
011250         MOVE 8 TO RETURN-CODE
011260     ELSE
011270         IF WS-CONT-SUBLOTES > 1
011280             DISPLAY "ESTCARGA: ENTRADA PARTIDA EN "
011290                 WS-CONT-SUBLOTES " SUBLOTES"
011300             MOVE 4 TO RETURN-CODE
011310         END-IF
011320     END-IF.
011330     IF WS-CONT-GRABADOS-CTL NOT = WS-CONT-GRABADOS
011340         DISPLAY "ESTCARGA: CTLENVIO TRAE " WS-CONT-GRABADOS-CTL
011350             " PEDIDOS Y ENTRADA " WS-CONT-GRABADOS
011360         MOVE 12 TO RETURN-CODE
011370     END-IF.
011380     STOP RUN.
011390 9999-EXIT.
011400     EXIT.

011410 END PROGRAM estCarga.
