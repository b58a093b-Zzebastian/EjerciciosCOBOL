000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    COBRO INTERNO MENSUAL DEL SERVICIO DE PRIMOS: LEE EL
000070*             HISTORIAL DE USO (HISTUSO) QUE AGREGA esPrimo EN
000080*             CADA CORRIDA DE PRODUCCION, VALORIZA CADA PEDIDO DEL
000090*             PERIODO CON LA TARIFA QUE CORRESPONDE A SU ORIGEN
000100*             (RESPUESTA DEL MAESTRO, CALCULADA, RECHAZO O
000110*             DUPLICADO) Y EMITE EL ESTADO DE CARGOS POR CENTRO DE
000120*             COSTO Y DEPARTAMENTO (COBROREP) Y EL ARCHIVO
000130*             DELIMITADO PARA CONTABILIDAD (COBROCTB). EL TOTAL
000140*             GENERAL SE CONCILIA CONTRA LOS CONTADORES DE LAS
000150*             CORRIDAS DEL MES EN LA BITACORA; UN DESCUADRE
000160*             TERMINA CON RETURN-CODE 8.
000163*             UN ARCHIVO QUE NO ABRE TERMINA CON 16 Y UN
000166*             TARIFARIO INVALIDO CON 12.
000170* TECTONICS.  cobc -x cobroDeptos.cbl
000180******************************************************************
000190* HISTORIAL DE MODIFICACIONES
000200* FECHA       INIC.  DESCRIPCION
000210* ----------  -----  -------------------------------------------
000220* 15/10/2026  RAS    VERSION ORIGINAL, PEDIDA POR FINANZAS PARA
000230*                    COBRAR A CADA AREA EL USO DEL SERVICIO.
000233* 15/10/2026  RAS    EL REGISTRO DE LA BITACORA NOMBRA LA DURACION
000236*                    (BIT-DURACION) QUE AHORA GRABA ESPRIMO.
000237* 15/10/2026  RAS    RETURN-CODE 16 SI NO ABRE UN ARCHIVO Y 12 SI
000238*                    EL TARIFARIO FALTA, ESTA VACIO O NO NUMERICO.
000240******************************************************************
000250* CORRIDAS DEL PERIODO
000260*   UNA CORRIDA PERTENECE AL MES DE SU PRIMER REGISTRO DE
000270*   BITACORA (EL NUMERO DE CORRIDA ES CRECIENTE: UN REGISTRO DEL
000280*   MES CON UN NUMERO NO MAYOR QUE EL DE ALGUNA CORRIDA DE MESES
000290*   ANTERIORES ES EL REINICIO DE UNA CORRIDA VIEJA). PARA CADA
000300*   CORRIDA VALEN LOS CONTADORES DE SU ULTIMO REGISTRO, AUNQUE EL
000310*   REINICIO HAYA TERMINADO EN EL MES SIGUIENTE. SOLO CUENTAN LAS
000320*   CORRIDAS DE PRODUCCION EN MODO NORMAL: LOS ENSAYOS, LOS MODOS
000330*   DE RANGO Y LOS CAMBIOS MANUALES NO ATIENDEN PEDIDOS.
000340*   UN PEDIDO QUE UN REINICIO VUELVE A GRABAR EN EL HISTORIAL
000350*   (NUMERO DE REGISTRO NO MAYOR QUE EL ULTIMO YA VISTO DE SU
000360*   CORRIDA) SE COBRA UNA SOLA VEZ.
000370******************************************************************
000380* FORMATO DEL ARCHIVO PARA CONTABILIDAD (COBROCTB)
000390*   CABECERA: H;AAAAMMDD;COBROS;AAAAMM
000400*             (FECHA DE PROCESO;SISTEMA;PERIODO COBRADO)
000410*   DETALLE:  D;CCCCCC;DEP;99999999;99999999;99999999;99999999;
000420*             99999999999.99
000430*             (CENTRO DE COSTO;DEPARTAMENTO;CANTIDADES DEL
000440*             MAESTRO, CALCULADAS, RECHAZOS Y DUPLICADOS;IMPORTE)
000450*   CIERRE:   T;99999999;9999999999999.99
000460*             (CANTIDAD DE DETALLES;SUMA DE LOS IMPORTES)
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. cobroDeptos.
000500 AUTHOR. R. ALVAREZ SOSA.
000510 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000520 DATE-WRITTEN. 15/10/2026.
000530 DATE-COMPILED.

000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT BITACORA-ARCH
000580         ASSIGN TO "BITACORA"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-BITACORA.

000610     SELECT HISTUSO-ARCH
000620         ASSIGN TO "HISTUSO"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-STATUS-HISTUSO.

000650     SELECT DEPTOS-ARCH
000660         ASSIGN TO "DEPTOS"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DPT-CODIGO
000700         FILE STATUS IS WS-STATUS-DEPTOS.

000710     SELECT CONTROL-ARCH
000720         ASSIGN TO "TARJCOB"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-CONTROL.

000750     SELECT TARIFAS-ARCH
000760         ASSIGN TO "TARIFAS"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-STATUS-TARIFAS.

000790     SELECT COBROREP-ARCH
000800         ASSIGN TO "COBROREP"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-STATUS-COBROREP.

000830     SELECT COBROCTB-ARCH
000840         ASSIGN TO "COBROCTB"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-STATUS-COBROCTB.

000870 DATA DIVISION.
000880 FILE SECTION.
000890******************************************************************
000900*    BITACORA DE CORRIDAS - MISMO REGISTRO QUE GRABA ESPRIMO EN
000910*    9700-GRABAR-BITACORA.
000920******************************************************************
000930 FD  BITACORA-ARCH
000940     RECORDING MODE IS F.
000950 01  BIT-REGISTRO.
000960     05  BIT-FECHA                    PIC 9(08).
000970     05  BIT-FECHA-DET REDEFINES BIT-FECHA.
000980         10  BIT-PERIODO              PIC 9(06).
000990         10  BIT-DIA                  PIC 9(02).
001000     05  BIT-HORA                     PIC 9(06).
001010     05  BIT-MODO                     PIC X(01).
001020     05  BIT-REINICIO                 PIC X(01).
001030     05  BIT-ESTADO                   PIC X(01).
001040         88  BIT-TERMINO-NORMAL            VALUE "N".
001050         88  BIT-TERMINO-ANORMAL           VALUE "A".
001060     05  BIT-RANGO-DESDE              PIC 9(12).
001070     05  BIT-RANGO-HASTA              PIC 9(12).
001080     05  BIT-LEIDOS                   PIC 9(08).
001090     05  BIT-PRIMOS                   PIC 9(08).
001100     05  BIT-COMPUESTOS               PIC 9(08).
001110     05  BIT-RECHAZOS                 PIC 9(08).
001120     05  BIT-DUPLICADOS               PIC 9(08).
001130     05  BIT-OPERADOR                 PIC X(08).
001140     05  BIT-ACCION                   PIC X(01).
001150     05  BIT-MOTIVO                   PIC X(20).
001160     05  BIT-ENSAYO                   PIC X(01).
001170     05  BIT-CORRIDA                  PIC 9(06).
001180     05  BIT-DURACION                 PIC 9(03).

001190******************************************************************
001200*    HISTORIAL DE USO DEL SERVICIO - MISMO REGISTRO QUE AGREGA
001210*    esPrimo EN 2760-GRABAR-HISTUSO: UNO POR PEDIDO LEIDO.
001220******************************************************************
001230 FD  HISTUSO-ARCH
001240     RECORDING MODE IS F.
001250 01  HUS-REGISTRO.
001260     05  HUS-CORRIDA                  PIC 9(06).
001270     05  HUS-FECHA                    PIC 9(08).
001280     05  HUS-FECHA-DET REDEFINES HUS-FECHA.
001290         10  HUS-PERIODO              PIC 9(06).
001300         10  HUS-DIA                  PIC 9(02).
001310     05  HUS-NUM-REGISTRO             PIC 9(08).
001320     05  HUS-DEPTO                    PIC X(03).
001330     05  HUS-SOLICITUD                PIC X(06).
001340     05  HUS-DIVIDENDO                PIC X(12).
001350     05  HUS-ORIGEN                   PIC X(01).
001360         88  HUS-DE-MAESTRO                VALUE "M".
001370         88  HUS-CALCULADO                 VALUE "C".
001380         88  HUS-RECHAZO                   VALUE "R".
001390         88  HUS-DUPLICADO                 VALUE "D".
001400         88  HUS-ORIGEN-VALIDO             VALUE "M" "C" "R" "D".
001410     05  HUS-RESULTADO                PIC X(01).
001420     05  HUS-MOTIVO                   PIC X(15).
001430     05  FILLER                       PIC X(20).

001440******************************************************************
001450*    MAESTRO DE DEPARTAMENTOS - DA EL NOMBRE Y EL CENTRO DE COSTO
001460*    AL QUE SE CARGA CADA AREA. LO MANTIENE mantDeptos.
001470******************************************************************
001480 FD  DEPTOS-ARCH
001490     RECORDING MODE IS F.
001500 01  DPT-REGISTRO.
001510     05  DPT-CODIGO                   PIC X(03).
001520     05  DPT-NOMBRE                   PIC X(30).
001530     05  DPT-CENTRO-COSTO             PIC X(06).
001540     05  DPT-ESTADO                   PIC X(01).
001550         88  DPT-ACTIVO                    VALUE "A".
001560         88  DPT-INACTIVO                  VALUE "I".
001570     05  DPT-LIMITE-DIARIO            PIC 9(08).
001580     05  DPT-FECHA-CAMBIO             PIC 9(08).
001590     05  FILLER                       PIC X(24).

001600******************************************************************
001610*    TARJETA DE CONTROL - PERIODO AAAAMM A COBRAR. SI NO HAY
001620*    TARJETA O EL PERIODO NO ES NUMERICO, SE COBRA EL MES
001630*    ANTERIOR AL DE LA FECHA DEL DIA.
001640******************************************************************
001650 FD  CONTROL-ARCH
001660     RECORDING MODE IS F.
001670 01  CTL-TARJETA.
001680     05  CTL-PERIODO                  PIC 9(06).
001690     05  FILLER                       PIC X(74).

001700******************************************************************
001710*    TARIFARIO - UNA TARJETA CON EL PRECIO UNITARIO (5 ENTEROS Y
001720*    2 DECIMALES, SIN PUNTO) DE CADA ORIGEN DE RESPUESTA. ES
001730*    OBLIGATORIO: SIN TARIFAS NO SE PUEDE COBRAR.
001740******************************************************************
001750 FD  TARIFAS-ARCH
001760     RECORDING MODE IS F.
001770 01  TRF-REGISTRO.
001780     05  TRF-PRECIO-MAESTRO           PIC 9(05)V99.
001790     05  TRF-PRECIO-CALCULADO         PIC 9(05)V99.
001800     05  TRF-PRECIO-RECHAZO           PIC 9(05)V99.
001810     05  TRF-PRECIO-DUPLICADO         PIC 9(05)V99.
001820     05  FILLER                       PIC X(52).

001830******************************************************************
001840*    ESTADO DE CARGOS POR CENTRO DE COSTO Y DEPARTAMENTO
001850******************************************************************
001860 FD  COBROREP-ARCH
001870     RECORDING MODE IS F.
001880 01  CRP-LINEA                        PIC X(132).

001890******************************************************************
001900*    ARCHIVO DELIMITADO PARA CONTABILIDAD
001910******************************************************************
001920 FD  COBROCTB-ARCH
001930     RECORDING MODE IS F.
001940 01  CTB-LINEA                        PIC X(80).

001950 WORKING-STORAGE SECTION.
001960******************************************************************
001970*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
001980******************************************************************
001990 77  WS-STATUS-BITACORA               PIC X(02) VALUE SPACES.
002000 77  WS-STATUS-HISTUSO                PIC X(02) VALUE SPACES.
002010 77  WS-STATUS-DEPTOS                 PIC X(02) VALUE SPACES.
002020 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
002030 77  WS-STATUS-TARIFAS                PIC X(02) VALUE SPACES.
002040 77  WS-STATUS-COBROREP               PIC X(02) VALUE SPACES.
002050 77  WS-STATUS-COBROCTB               PIC X(02) VALUE SPACES.

002060 01  WS-SWITCHES.
002070     05  WS-SW-FIN-BITACORA           PIC X(01) VALUE "N".
002080         88  WS-FIN-BITACORA                     VALUE "Y".
002090     05  WS-SW-FIN-HISTUSO            PIC X(01) VALUE "N".
002100         88  WS-FIN-HISTUSO                      VALUE "Y".
002110     05  WS-SW-CORRIDAS-LLENA         PIC X(01) VALUE "N".
002120         88  WS-CORRIDAS-LLENA                   VALUE "Y".
002130     05  WS-SW-DEPTOS-LLENA           PIC X(01) VALUE "N".
002140         88  WS-DEPTOS-LLENA                     VALUE "Y".
002150     05  WS-SW-DESCUADRE              PIC X(01) VALUE "N".
002160         88  WS-HAY-DESCUADRE                    VALUE "Y".

002170******************************************************************
002180*    FECHA DE PROCESO, PERIODO A COBRAR Y TARIFAS VIGENTES
002190******************************************************************
002200 01  WS-FECHA-PROCESO                 PIC 9(08) VALUE ZERO.
002210 01  WS-FECHA-PROCESO-DET REDEFINES WS-FECHA-PROCESO.
002220     05  WS-PRO-ANIO                  PIC 9(04).
002230     05  WS-PRO-MES                   PIC 9(02).
002240     05  WS-PRO-DIA                   PIC 9(02).
002250 77  WS-CC-PERIODO                    PIC 9(06) VALUE ZERO.
002260 77  WS-PRECIO-MAESTRO                PIC 9(05)V99 VALUE ZERO.
002270 77  WS-PRECIO-CALCULADO              PIC 9(05)V99 VALUE ZERO.
002280 77  WS-PRECIO-RECHAZO                PIC 9(05)V99 VALUE ZERO.
002290 77  WS-PRECIO-DUPLICADO              PIC 9(05)V99 VALUE ZERO.

002300******************************************************************
002310*    TABLA DE CORRIDAS DEL PERIODO, EN ORDEN DE APARICION, CON
002320*    LOS CONTADORES DE SU ULTIMO REGISTRO DE BITACORA Y LOS
002330*    PEDIDOS QUE DEJO EN EL HISTORIAL. UNA CORRIDA QUE APARECE EN
002340*    EL HISTORIAL SIN NINGUN REGISTRO DE BITACORA (CAYO SIN
002350*    LLEGAR A GRABARLA) SE AGREGA MARCADA PARA LA CONCILIACION.
002360******************************************************************
002370 77  WS-MAX-CORRIDAS                  PIC 9(04) COMP VALUE 500.
002380 77  WS-CONT-CORRIDAS                 PIC 9(04) COMP VALUE ZERO.
002390 77  WS-IDX-COR                       PIC 9(04) COMP VALUE ZERO.
002400 77  WS-BUSCA-COR                     PIC 9(04) COMP VALUE ZERO.
002410 77  WS-CORRIDA-BUSCADA               PIC 9(06) VALUE ZERO.
002420 77  WS-MAX-CORRIDA-ANTERIOR          PIC 9(06) VALUE ZERO.

002430 01  WS-TABLA-CORRIDAS.
002440     05  WS-COR-ENT OCCURS 500 TIMES.
002450         10  WS-COR-NUMERO            PIC 9(06).
002460         10  WS-COR-FECHA             PIC 9(08).
002470         10  WS-COR-ESTADO            PIC X(01).
002480         10  WS-COR-SW-BITACORA       PIC X(01).
002490             88  WS-COR-CON-BITACORA           VALUE "S".
002500             88  WS-COR-SIN-BITACORA           VALUE "N".
002510         10  WS-COR-BIT-LEIDOS        PIC 9(08) COMP.
002520         10  WS-COR-BIT-PRIMOS        PIC 9(08) COMP.
002530         10  WS-COR-BIT-COMPUESTOS    PIC 9(08) COMP.
002540         10  WS-COR-BIT-RECHAZOS      PIC 9(08) COMP.
002550         10  WS-COR-BIT-DUPLICADOS    PIC 9(08) COMP.
002560         10  WS-COR-ULT-REGISTRO      PIC 9(08) COMP.
002570         10  WS-COR-HUS-MAESTRO       PIC 9(08) COMP.
002580         10  WS-COR-HUS-CALCULADOS    PIC 9(08) COMP.
002590         10  WS-COR-HUS-RECHAZOS      PIC 9(08) COMP.
002600         10  WS-COR-HUS-DUPLICADOS    PIC 9(08) COMP.

002610******************************************************************
002620*    TABLA DE DEPARTAMENTOS COBRADOS, ORDENADA POR CENTRO DE
002630*    COSTO Y CODIGO A MEDIDA QUE SE AGREGAN, PARA EMITIR EL
002640*    ESTADO CON CORTE POR CENTRO DE COSTO. LOS PEDIDOS SIN
002650*    CODIGO O CON UN CODIGO QUE NO ESTA EN DEPTOS SE CARGAN A
002660*    "???" SIN CENTRO DE COSTO, PARA QUE FINANZAS LOS VEA.
002670******************************************************************
002680 77  WS-MAX-DEPTOS                    PIC 9(04) COMP VALUE 200.
002690 77  WS-CONT-DEPTOS                   PIC 9(04) COMP VALUE ZERO.
002700 77  WS-IDX-DEP                       PIC 9(04) COMP VALUE ZERO.
002710 77  WS-BUSCA-DEP                     PIC 9(04) COMP VALUE ZERO.
002720 77  WS-POS-DEP                       PIC 9(04) COMP VALUE ZERO.
002730 77  WS-IDX-MOV                       PIC 9(04) COMP VALUE ZERO.
002740 77  WS-DEPTO-BUSCADO                 PIC X(03) VALUE SPACES.
002750 77  WS-NOMBRE-BUSCADO                PIC X(30) VALUE SPACES.
002760 77  WS-CENTRO-ANTERIOR               PIC X(06) VALUE SPACES.
002770 01  WS-NOMBRE-SIN-DEPTO              PIC X(30)
002780         VALUE "(SIN CODIGO O INEXISTENTE)".
002790 01  WS-CENTRO-SIN-DEPTO              PIC X(06) VALUE "??????".

002800 01  WS-CLAVE-BUSCADA.
002810     05  WS-CLB-CENTRO                PIC X(06).
002820     05  WS-CLB-DEPTO                 PIC X(03).

002830 01  WS-TABLA-DEPTOS.
002840     05  WS-DEP-ENT OCCURS 200 TIMES.
002850         10  WS-DEP-CLAVE.
002860             15  WS-DEP-CENTRO        PIC X(06).
002870             15  WS-DEP-CODIGO        PIC X(03).
002880         10  WS-DEP-NOMBRE            PIC X(30).
002890         10  WS-DEP-MAESTRO           PIC 9(08) COMP.
002900         10  WS-DEP-CALCULADOS        PIC 9(08) COMP.
002910         10  WS-DEP-RECHAZOS          PIC 9(08) COMP.
002920         10  WS-DEP-DUPLICADOS        PIC 9(08) COMP.
002930         10  WS-DEP-IMPORTE           PIC 9(11)V99.

002940******************************************************************
002950*    ACUMULADORES DEL ESTADO (SUBTOTAL DEL CENTRO DE COSTO Y
002960*    TOTAL GENERAL) Y DE LA CONCILIACION CON LA BITACORA
002970******************************************************************
002980 77  WS-SUB-MAESTRO                   PIC 9(12) COMP VALUE ZERO.
002990 77  WS-SUB-CALCULADOS                PIC 9(12) COMP VALUE ZERO.
003000 77  WS-SUB-RECHAZOS                  PIC 9(12) COMP VALUE ZERO.
003010 77  WS-SUB-DUPLICADOS                PIC 9(12) COMP VALUE ZERO.
003020 77  WS-SUB-IMPORTE                   PIC 9(13)V99 VALUE ZERO.
003030 77  WS-TOT-MAESTRO                   PIC 9(12) COMP VALUE ZERO.
003040 77  WS-TOT-CALCULADOS                PIC 9(12) COMP VALUE ZERO.
003050 77  WS-TOT-RECHAZOS                  PIC 9(12) COMP VALUE ZERO.
003060 77  WS-TOT-DUPLICADOS                PIC 9(12) COMP VALUE ZERO.
003070 77  WS-TOT-IMPORTE                   PIC 9(13)V99 VALUE ZERO.
003080 77  WS-BIT-TOT-LEIDOS                PIC 9(12) COMP VALUE ZERO.
003090 77  WS-BIT-TOT-RESPONDIDOS           PIC 9(12) COMP VALUE ZERO.
003100 77  WS-BIT-TOT-RECHAZOS              PIC 9(12) COMP VALUE ZERO.
003110 77  WS-BIT-TOT-DUPLICADOS            PIC 9(12) COMP VALUE ZERO.
003120 77  WS-HUS-TOT-LEIDOS                PIC 9(12) COMP VALUE ZERO.
003130 77  WS-HUS-TOT-RESPONDIDOS           PIC 9(12) COMP VALUE ZERO.
003140 77  WS-HUS-TOT-RECHAZOS              PIC 9(12) COMP VALUE ZERO.
003150 77  WS-HUS-TOT-DUPLICADOS            PIC 9(12) COMP VALUE ZERO.
003160 77  WS-COR-HUS-TOTAL                 PIC 9(08) COMP VALUE ZERO.
003170 77  WS-CONCEPTO-BIT                  PIC 9(12) COMP VALUE ZERO.
003180 77  WS-CONCEPTO-HUS                  PIC 9(12) COMP VALUE ZERO.
003190 77  WS-CONT-REPETIDOS                PIC 9(08) COMP VALUE ZERO.
003200 77  WS-CONT-ILEGIBLES                PIC 9(08) COMP VALUE ZERO.
003210 77  WS-CONT-HUS-ILEGIBLES            PIC 9(08) COMP VALUE ZERO.
003220 77  WS-CONT-SIN-LUGAR                PIC 9(08) COMP VALUE ZERO.
003230 77  WS-CONT-DETALLES-CTB             PIC 9(08) COMP VALUE ZERO.

003240******************************************************************
003250*    LINEAS DEL ESTADO DE CARGOS
003260******************************************************************
003270 01  WS-ENCABEZADO-1.
003280     05  FILLER                       PIC X(40)
003290             VALUE "COBRO INTERNO DEL SERVICIO DE PRIMOS".
003300     05  FILLER                       PIC X(12)
003310             VALUE "   PERIODO: ".
003320     05  WS-ENC-PERIODO               PIC 9(06).
003330     05  FILLER                       PIC X(10)
003340             VALUE "   FECHA: ".
003350     05  WS-ENC-FECHA                 PIC 9(08).

003360 01  WS-ENC-TARIFAS.
003370     05  FILLER                       PIC X(18)
003380             VALUE "TARIFAS - MAESTRO:".
003390     05  WS-ENCT-MAESTRO              PIC ZZ,ZZ9.99.
003400     05  FILLER                       PIC X(13)
003410             VALUE "  CALCULADO: ".
003420     05  WS-ENCT-CALCULADO            PIC ZZ,ZZ9.99.
003430     05  FILLER                       PIC X(11)
003440             VALUE "  RECHAZO: ".
003450     05  WS-ENCT-RECHAZO              PIC ZZ,ZZ9.99.
003460     05  FILLER                       PIC X(13)
003470             VALUE "  DUPLICADO: ".
003480     05  WS-ENCT-DUPLICADO            PIC ZZ,ZZ9.99.

003490 01  WS-ENCABEZADO-2.
003500     05  FILLER                       PIC X(16)
003510             VALUE "   CCOSTO  DEP  ".
003520     05  FILLER                       PIC X(31)
003530             VALUE "DEPARTAMENTO".
003540     05  FILLER                       PIC X(08)
003550             VALUE " MAESTRO".
003560     05  FILLER                       PIC X(10)
003570             VALUE " CALCULADO".
003580     05  FILLER                       PIC X(10)
003590             VALUE "  RECHAZOS".
003600     05  FILLER                       PIC X(10)
003610             VALUE "  DUPLICAD".
003620     05  FILLER                       PIC X(19)
003630             VALUE "            IMPORTE".

003640 01  WS-LINEA-BLANCO                  PIC X(80) VALUE SPACES.

003650 01  WS-TIT-CENTRO.
003660     05  FILLER                       PIC X(17)
003670             VALUE "CENTRO DE COSTO: ".
003680     05  WS-TITC-CENTRO               PIC X(06).

003690 01  WS-DET-DEPTO.
003700     05  FILLER                       PIC X(03) VALUE SPACES.
003710     05  WS-DETD-CENTRO               PIC X(06).
003720     05  FILLER                       PIC X(02) VALUE SPACES.
003730     05  WS-DETD-CODIGO               PIC X(03).
003740     05  FILLER                       PIC X(02) VALUE SPACES.
003750     05  WS-DETD-NOMBRE               PIC X(30).
003760     05  FILLER                       PIC X(01) VALUE SPACES.
003770     05  WS-DETD-MAESTRO              PIC ZZZZZZZ9.
003780     05  FILLER                       PIC X(02) VALUE SPACES.
003790     05  WS-DETD-CALCULADOS           PIC ZZZZZZZ9.
003800     05  FILLER                       PIC X(02) VALUE SPACES.
003810     05  WS-DETD-RECHAZOS             PIC ZZZZZZZ9.
003820     05  FILLER                       PIC X(02) VALUE SPACES.
003830     05  WS-DETD-DUPLICADOS           PIC ZZZZZZZ9.
003840     05  FILLER                       PIC X(02) VALUE SPACES.
003850     05  WS-DETD-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

003860 01  WS-DET-TOTAL.
003870     05  FILLER                       PIC X(03) VALUE SPACES.
003880     05  WS-DETT-TEXTO                PIC X(43).
003890     05  FILLER                       PIC X(01) VALUE SPACES.
003900     05  WS-DETT-MAESTRO              PIC ZZZZZZZ9.
003910     05  FILLER                       PIC X(02) VALUE SPACES.
003920     05  WS-DETT-CALCULADOS           PIC ZZZZZZZ9.
003930     05  FILLER                       PIC X(02) VALUE SPACES.
003940     05  WS-DETT-RECHAZOS             PIC ZZZZZZZ9.
003950     05  FILLER                       PIC X(02) VALUE SPACES.
003960     05  WS-DETT-DUPLICADOS           PIC ZZZZZZZ9.
003970     05  FILLER                       PIC X(02) VALUE SPACES.
003980     05  WS-DETT-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

003990 01  WS-AVISO-SIN-CONSUMOS            PIC X(80)
004000         VALUE "** SIN CONSUMOS REGISTRADOS EN EL PERIODO **".

004010******************************************************************
004020*    LINEAS DE LA CONCILIACION CON LA BITACORA
004030******************************************************************
004040 01  WS-ENC-CONCILIA.
004050     05  FILLER                       PIC X(29)
004060             VALUE "CONCILIACION CON LA BITACORA ".
004070     05  FILLER                       PIC X(30)
004080             VALUE "DE CORRIDAS DEL PERIODO".

004090 01  WS-ENC-CORRIDAS.
004100     05  FILLER                       PIC X(10)
004110             VALUE "   CORRIDA".
004120     05  FILLER                       PIC X(10)
004130             VALUE "  FECHA".
004140     05  FILLER                       PIC X(04)
004150             VALUE " TER".
004160     05  FILLER                       PIC X(10)
004170             VALUE "  BITACORA".
004180     05  FILLER                       PIC X(10)
004190             VALUE " HISTORIAL".
004200     05  FILLER                       PIC X(14)
004210             VALUE "   OBSERVACION".

004220 01  WS-DET-CORRIDA.
004230     05  FILLER                       PIC X(04) VALUE SPACES.
004240     05  WS-DETC-CORRIDA              PIC 9(06).
004250     05  FILLER                       PIC X(02) VALUE SPACES.
004260     05  WS-DETC-FECHA                PIC 9(08).
004270     05  FILLER                       PIC X(03) VALUE SPACES.
004280     05  WS-DETC-ESTADO               PIC X(01).
004290     05  FILLER                       PIC X(02) VALUE SPACES.
004300     05  WS-DETC-BITACORA             PIC ZZZZZZZ9.
004310     05  FILLER                       PIC X(02) VALUE SPACES.
004320     05  WS-DETC-HISTORIAL            PIC ZZZZZZZ9.
004330     05  FILLER                       PIC X(03) VALUE SPACES.
004340     05  WS-DETC-OBSERVACION          PIC X(30).

004350 01  WS-ENC-CONCEPTOS.
004360     05  FILLER                       PIC X(30)
004370             VALUE "   CONCEPTO".
004380     05  FILLER                       PIC X(12)
004390             VALUE "    BITACORA".
004400     05  FILLER                       PIC X(14)
004410             VALUE "     HISTORIAL".
004420     05  FILLER                       PIC X(15)
004430             VALUE "     DIFERENCIA".

004440 01  WS-DET-CONCEPTO.
004450     05  FILLER                       PIC X(03) VALUE SPACES.
004460     05  WS-DETK-TEXTO                PIC X(25).
004470     05  FILLER                       PIC X(02) VALUE SPACES.
004480     05  WS-DETK-BITACORA             PIC Z(11)9.
004490     05  FILLER                       PIC X(02) VALUE SPACES.
004500     05  WS-DETK-HISTORIAL            PIC Z(11)9.
004510     05  FILLER                       PIC X(02) VALUE SPACES.
004520     05  WS-DETK-DIFERENCIA           PIC -Z(11)9.

004530 01  WS-LINEA-CONTADOR.
004540     05  FILLER                       PIC X(03) VALUE SPACES.
004550     05  WS-LCT-TEXTO                 PIC X(50).
004560     05  WS-LCT-VALOR                 PIC ZZZZZZZ9.

004570 01  WS-AVISO-CUADRA.
004580     05  FILLER                       PIC X(30)
004590             VALUE "EL HISTORIAL DE USO CUADRA CON".
004600     05  FILLER                       PIC X(30)
004610             VALUE " LA BITACORA DEL PERIODO".

004620 01  WS-AVISO-DESCUADRE.
004630     05  FILLER                       PIC X(40)
004640             VALUE "** EL HISTORIAL DE USO NO CUADRA CON LA".
004650     05  FILLER                       PIC X(30)
004660             VALUE " BITACORA: REVISAR ANTES DE".
004670     05  FILLER                       PIC X(30)
004680             VALUE "ENVIAR A CONTABILIDAD **".

004690******************************************************************
004700*    REGISTROS DEL ARCHIVO PARA CONTABILIDAD
004710******************************************************************
004720 01  WS-CTB-CABECERA.
004730     05  FILLER                       PIC X(02) VALUE "H;".
004740     05  WS-CTBH-FECHA                PIC 9(08).
004750     05  FILLER                       PIC X(08) VALUE ";COBROS;".
004760     05  WS-CTBH-PERIODO              PIC 9(06).

004770 01  WS-CTB-DETALLE.
004780     05  FILLER                       PIC X(02) VALUE "D;".
004790     05  WS-CTBD-CENTRO               PIC X(06).
004800     05  FILLER                       PIC X(01) VALUE ";".
004810     05  WS-CTBD-DEPTO                PIC X(03).
004820     05  FILLER                       PIC X(01) VALUE ";".
004830     05  WS-CTBD-MAESTRO              PIC 9(08).
004840     05  FILLER                       PIC X(01) VALUE ";".
004850     05  WS-CTBD-CALCULADOS           PIC 9(08).
004860     05  FILLER                       PIC X(01) VALUE ";".
004870     05  WS-CTBD-RECHAZOS             PIC 9(08).
004880     05  FILLER                       PIC X(01) VALUE ";".
004890     05  WS-CTBD-DUPLICADOS           PIC 9(08).
004900     05  FILLER                       PIC X(01) VALUE ";".
004910     05  WS-CTBD-IMPORTE              PIC 9(11).99.

004920 01  WS-CTB-CIERRE.
004930     05  FILLER                       PIC X(02) VALUE "T;".
004940     05  WS-CTBT-CANTIDAD             PIC 9(08).
004950     05  FILLER                       PIC X(01) VALUE ";".
004960     05  WS-CTBT-IMPORTE              PIC 9(13).99.

004970 PROCEDURE DIVISION.
004980******************************************************************
004990*    0000-MAINLINE
005000*    CONTROLA LA SECUENCIA GENERAL: ARMA LA TABLA DE CORRIDAS DEL
005010*    PERIODO DESDE LA BITACORA, VALORIZA EL HISTORIAL DE USO,
005020*    EMITE EL ESTADO Y EL ARCHIVO CONTABLE Y CIERRA CON LA
005030*    CONCILIACION.
005040******************************************************************
005050 0000-MAINLINE.
005060     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
005070     PERFORM 2000-CARGAR-BITACORA THRU 2000-EXIT
005080         UNTIL WS-FIN-BITACORA.
005090     PERFORM 3000-PROCESAR-HISTUSO THRU 3000-EXIT
005100         UNTIL WS-FIN-HISTUSO.
005110     PERFORM 4000-EMITIR-ESTADO THRU 4000-EXIT.
005120     PERFORM 5000-CONCILIAR THRU 5000-EXIT.
005130     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
005140 0000-EXIT.
005150     EXIT.

005160******************************************************************
005170*    1000-INICIALIZAR
005180*    DETERMINA EL PERIODO (POR DEFECTO EL MES ANTERIOR), LEE EL
005190*    TARIFARIO, ABRE LOS ARCHIVOS Y ESCRIBE LOS ENCABEZADOS Y LA
005200*    CABECERA CONTABLE.
005210******************************************************************
005220 1000-INICIALIZAR.
005230     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
005240     IF WS-PRO-MES = 1
005250         COMPUTE WS-CC-PERIODO = (WS-PRO-ANIO - 1) * 100 + 12
005260     ELSE
005270         COMPUTE WS-CC-PERIODO =
005280             WS-PRO-ANIO * 100 + WS-PRO-MES - 1
005290     END-IF.
005300     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
005310     PERFORM 1200-LEER-TARIFAS THRU 1200-EXIT.
005320     OPEN INPUT BITACORA-ARCH.
005330     IF WS-STATUS-BITACORA NOT = "00"
005340         DISPLAY "COBRODEPTOS: ERROR AL ABRIR BITACORA, "
005350             "STATUS = " WS-STATUS-BITACORA
005355         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     OPEN INPUT HISTUSO-ARCH.
005390     IF WS-STATUS-HISTUSO NOT = "00"
005400         DISPLAY "COBRODEPTOS: ERROR AL ABRIR HISTUSO, "
005410             "STATUS = " WS-STATUS-HISTUSO
005415         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF.
005440     OPEN INPUT DEPTOS-ARCH.
005450     IF WS-STATUS-DEPTOS NOT = "00"
005460         DISPLAY "COBRODEPTOS: ERROR AL ABRIR DEPTOS, "
005470             "STATUS = " WS-STATUS-DEPTOS
005475         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500     OPEN OUTPUT COBROREP-ARCH.
005510     IF WS-STATUS-COBROREP NOT = "00"
005520         DISPLAY "COBRODEPTOS: ERROR AL ABRIR COBROREP, "
005530             "STATUS = " WS-STATUS-COBROREP
005535         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560     OPEN OUTPUT COBROCTB-ARCH.
005570     IF WS-STATUS-COBROCTB NOT = "00"
005580         DISPLAY "COBRODEPTOS: ERROR AL ABRIR COBROCTB, "
005590             "STATUS = " WS-STATUS-COBROCTB
005595         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     MOVE WS-CC-PERIODO TO WS-ENC-PERIODO.
005630     MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA.
005640     WRITE CRP-LINEA FROM WS-ENCABEZADO-1.
005650     MOVE WS-PRECIO-MAESTRO TO WS-ENCT-MAESTRO.
005660     MOVE WS-PRECIO-CALCULADO TO WS-ENCT-CALCULADO.
005670     MOVE WS-PRECIO-RECHAZO TO WS-ENCT-RECHAZO.
005680     MOVE WS-PRECIO-DUPLICADO TO WS-ENCT-DUPLICADO.
005690     WRITE CRP-LINEA FROM WS-ENC-TARIFAS.
005700     WRITE CRP-LINEA FROM WS-LINEA-BLANCO.
005710     WRITE CRP-LINEA FROM WS-ENCABEZADO-2.
005720     MOVE WS-FECHA-PROCESO TO WS-CTBH-FECHA.
005730     MOVE WS-CC-PERIODO TO WS-CTBH-PERIODO.
005740     WRITE CTB-LINEA FROM WS-CTB-CABECERA.
005750     PERFORM 2100-LEER-BITACORA THRU 2100-EXIT.
005760     PERFORM 3100-LEER-HISTUSO THRU 3100-EXIT.
005770 1000-EXIT.
005780     EXIT.

005790******************************************************************
005800*    1100-LEER-TARJETA
005810*    LEE EL PERIODO DE LA TARJETA DE CONTROL, SI EXISTE Y ES
005820*    NUMERICO; SI NO, QUEDA EL MES ANTERIOR.
005830******************************************************************
005840 1100-LEER-TARJETA.
005850     OPEN INPUT CONTROL-ARCH.
005860     IF WS-STATUS-CONTROL = "00"
005870         READ CONTROL-ARCH
005880             AT END
005890                 CONTINUE
005900             NOT AT END
005910                 IF CTL-PERIODO NUMERIC
005920                         AND CTL-PERIODO NOT = ZERO
005930                     MOVE CTL-PERIODO TO WS-CC-PERIODO
005940                 END-IF
005950         END-READ
005960         CLOSE CONTROL-ARCH
005970     END-IF.
005980 1100-EXIT.
005990     EXIT.

006000******************************************************************
006010*    1200-LEER-TARIFAS
006020*    LEE LA TARJETA DE TARIFAS. SIN TARJETA O CON ALGUN PRECIO
006030*    NO NUMERICO LA CORRIDA PARA: UN COBRO A PRECIO CERO SERIA
006040*    PEOR QUE NO COBRAR.
006050******************************************************************
006060 1200-LEER-TARIFAS.
006070     OPEN INPUT TARIFAS-ARCH.
006080     IF WS-STATUS-TARIFAS NOT = "00"
006090         DISPLAY "COBRODEPTOS: ERROR AL ABRIR TARIFAS, "
006100             "STATUS = " WS-STATUS-TARIFAS
006105         MOVE 12 TO RETURN-CODE
006110         STOP RUN
006120     END-IF.
006130     READ TARIFAS-ARCH
006140         AT END
006150             DISPLAY "COBRODEPTOS: TARIFARIO VACIO"
006155             MOVE 12 TO RETURN-CODE
006160             STOP RUN
006170     END-READ.
006180     IF TRF-PRECIO-MAESTRO NOT NUMERIC
006190             OR TRF-PRECIO-CALCULADO NOT NUMERIC
006200             OR TRF-PRECIO-RECHAZO NOT NUMERIC
006210             OR TRF-PRECIO-DUPLICADO NOT NUMERIC
006220         DISPLAY "COBRODEPTOS: TARIFARIO CON PRECIOS NO NUMERICOS"
006225         MOVE 12 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250     MOVE TRF-PRECIO-MAESTRO TO WS-PRECIO-MAESTRO.
006260     MOVE TRF-PRECIO-CALCULADO TO WS-PRECIO-CALCULADO.
006270     MOVE TRF-PRECIO-RECHAZO TO WS-PRECIO-RECHAZO.
006280     MOVE TRF-PRECIO-DUPLICADO TO WS-PRECIO-DUPLICADO.
006290     CLOSE TARIFAS-ARCH.
006300 1200-EXIT.
006310     EXIT.

006320******************************************************************
006330*    2000-CARGAR-BITACORA
006340*    EXAMINA EL REGISTRO ACTUAL DE LA BITACORA Y AVANZA AL
006350*    SIGUIENTE.
006360******************************************************************
006370 2000-CARGAR-BITACORA.
006380     PERFORM 2200-EXAMINAR-BITACORA THRU 2200-EXIT.
006390     PERFORM 2100-LEER-BITACORA THRU 2100-EXIT.
006400 2000-EXIT.
006410     EXIT.

006420******************************************************************
006430*    2100-LEER-BITACORA
006440*    LEE EL SIGUIENTE REGISTRO DE LA BITACORA Y ACTIVA EL
006450*    INDICADOR DE FIN CUANDO SE AGOTA.
006460******************************************************************
006470 2100-LEER-BITACORA.
006480     READ BITACORA-ARCH
006490         AT END
006500             SET WS-FIN-BITACORA TO TRUE
006510     END-READ.
006520 2100-EXIT.
006530     EXIT.

006540******************************************************************
006550*    2200-EXAMINAR-BITACORA
006560*    SOLO INTERESAN LAS CORRIDAS DE PRODUCCION EN MODO NORMAL
006570*    CON NUMERO DE CORRIDA. UN REGISTRO DE UN MES ANTERIOR SOLO
006580*    ACTUALIZA EL MAYOR NUMERO DE CORRIDA VISTO ANTES DEL
006590*    PERIODO; UNO DEL PERIODO CON NUMERO MAYOR QUE ESE ABRE O
006600*    ACTUALIZA SU CORRIDA; UNO POSTERIOR SOLO ACTUALIZA UNA
006610*    CORRIDA YA ABIERTA (REINICIO TERMINADO EL MES SIGUIENTE).
006620*    LOS REGISTROS ILEGIBLES SE OMITEN Y SE CUENTAN APARTE.
006630******************************************************************
006640 2200-EXAMINAR-BITACORA.
006650     IF BIT-FECHA NOT NUMERIC
006660             OR BIT-LEIDOS NOT NUMERIC
006670             OR BIT-PRIMOS NOT NUMERIC
006680             OR BIT-COMPUESTOS NOT NUMERIC
006690             OR BIT-RECHAZOS NOT NUMERIC
006700         ADD 1 TO WS-CONT-ILEGIBLES
006710         GO TO 2200-EXIT
006720     END-IF.
006730     IF BIT-MODO NOT = "N"
006740             OR BIT-ENSAYO = "S"
006750             OR BIT-CORRIDA NOT NUMERIC
006760         GO TO 2200-EXIT
006770     END-IF.
006780     IF BIT-CORRIDA = ZERO
006790         GO TO 2200-EXIT
006800     END-IF.
006810     IF BIT-PERIODO < WS-CC-PERIODO
006820         IF BIT-CORRIDA > WS-MAX-CORRIDA-ANTERIOR
006830             MOVE BIT-CORRIDA TO WS-MAX-CORRIDA-ANTERIOR
006840         END-IF
006850         GO TO 2200-EXIT
006860     END-IF.
006870     MOVE BIT-CORRIDA TO WS-CORRIDA-BUSCADA.
006880     PERFORM 2300-UBICAR-CORRIDA THRU 2300-EXIT.
006890     IF WS-BUSCA-COR = ZERO
006900         IF BIT-PERIODO = WS-CC-PERIODO
006910                 AND BIT-CORRIDA > WS-MAX-CORRIDA-ANTERIOR
006920             PERFORM 2400-AGREGAR-CORRIDA THRU 2400-EXIT
006930         END-IF
006940     END-IF.
006950     IF WS-BUSCA-COR = ZERO
006960         GO TO 2200-EXIT
006970     END-IF.
006980     SET WS-COR-CON-BITACORA(WS-BUSCA-COR) TO TRUE.
006990     MOVE BIT-FECHA TO WS-COR-FECHA(WS-BUSCA-COR).
007000     MOVE BIT-ESTADO TO WS-COR-ESTADO(WS-BUSCA-COR).
007010     MOVE BIT-LEIDOS TO WS-COR-BIT-LEIDOS(WS-BUSCA-COR).
007020     MOVE BIT-PRIMOS TO WS-COR-BIT-PRIMOS(WS-BUSCA-COR).
007030     MOVE BIT-COMPUESTOS TO WS-COR-BIT-COMPUESTOS(WS-BUSCA-COR).
007040     MOVE BIT-RECHAZOS TO WS-COR-BIT-RECHAZOS(WS-BUSCA-COR).
007050     IF BIT-DUPLICADOS NUMERIC
007060         MOVE BIT-DUPLICADOS
007070             TO WS-COR-BIT-DUPLICADOS(WS-BUSCA-COR)
007080     ELSE
007090         MOVE ZERO TO WS-COR-BIT-DUPLICADOS(WS-BUSCA-COR)
007100     END-IF.
007110 2200-EXIT.
007120     EXIT.

007130******************************************************************
007140*    2300-UBICAR-CORRIDA
007150*    BUSCA WS-CORRIDA-BUSCADA EN LA TABLA DE CORRIDAS. EL
007160*    HISTORIAL TRAE LOS PEDIDOS DE UNA CORRIDA SEGUIDOS, ASI QUE
007170*    PRIMERO SE PRUEBA LA ULTIMA CORRIDA HALLADA.
007180******************************************************************
007190 2300-UBICAR-CORRIDA.
007200     IF WS-BUSCA-COR NOT = ZERO
007210         IF WS-COR-NUMERO(WS-BUSCA-COR) = WS-CORRIDA-BUSCADA
007220             GO TO 2300-EXIT
007230         END-IF
007240     END-IF.
007250     MOVE ZERO TO WS-BUSCA-COR.
007260     PERFORM 2350-BUSCAR-CORRIDA THRU 2350-EXIT
007270         VARYING WS-IDX-COR FROM 1 BY 1
007280             UNTIL WS-IDX-COR > WS-CONT-CORRIDAS
007290                OR WS-BUSCA-COR NOT = ZERO.
007300 2300-EXIT.
007310     EXIT.

007320 2350-BUSCAR-CORRIDA.
007330     IF WS-COR-NUMERO(WS-IDX-COR) = WS-CORRIDA-BUSCADA
007340         MOVE WS-IDX-COR TO WS-BUSCA-COR
007350     END-IF.
007360 2350-EXIT.
007370     EXIT.

007380******************************************************************
007390*    2400-AGREGAR-CORRIDA
007400*    ABRE LA CORRIDA WS-CORRIDA-BUSCADA EN LA TABLA, TODAVIA SIN
007410*    BITACORA NI PEDIDOS, Y LA DEJA EN WS-BUSCA-COR. CON LA TABLA
007420*    LLENA WS-BUSCA-COR QUEDA EN CERO Y EL ESTADO SALE CON AVISO.
007430******************************************************************
007440 2400-AGREGAR-CORRIDA.
007450     MOVE ZERO TO WS-BUSCA-COR.
007460     IF WS-CONT-CORRIDAS NOT < WS-MAX-CORRIDAS
007470         IF NOT WS-CORRIDAS-LLENA
007480             SET WS-CORRIDAS-LLENA TO TRUE
007490             DISPLAY "COBRODEPTOS: TABLA DE CORRIDAS LLENA"
007500         END-IF
007510         GO TO 2400-EXIT
007520     END-IF.
007530     ADD 1 TO WS-CONT-CORRIDAS.
007540     MOVE WS-CONT-CORRIDAS TO WS-BUSCA-COR.
007550     MOVE WS-CORRIDA-BUSCADA TO WS-COR-NUMERO(WS-BUSCA-COR).
007560     MOVE ZERO TO WS-COR-FECHA(WS-BUSCA-COR).
007570     MOVE SPACE TO WS-COR-ESTADO(WS-BUSCA-COR).
007580     SET WS-COR-SIN-BITACORA(WS-BUSCA-COR) TO TRUE.
007590     MOVE ZERO TO WS-COR-BIT-LEIDOS(WS-BUSCA-COR).
007600     MOVE ZERO TO WS-COR-BIT-PRIMOS(WS-BUSCA-COR).
007610     MOVE ZERO TO WS-COR-BIT-COMPUESTOS(WS-BUSCA-COR).
007620     MOVE ZERO TO WS-COR-BIT-RECHAZOS(WS-BUSCA-COR).
007630     MOVE ZERO TO WS-COR-BIT-DUPLICADOS(WS-BUSCA-COR).
007640     MOVE ZERO TO WS-COR-ULT-REGISTRO(WS-BUSCA-COR).
007650     MOVE ZERO TO WS-COR-HUS-MAESTRO(WS-BUSCA-COR).
007660     MOVE ZERO TO WS-COR-HUS-CALCULADOS(WS-BUSCA-COR).
007670     MOVE ZERO TO WS-COR-HUS-RECHAZOS(WS-BUSCA-COR).
007680     MOVE ZERO TO WS-COR-HUS-DUPLICADOS(WS-BUSCA-COR).
007690 2400-EXIT.
007700     EXIT.

007710******************************************************************
007720*    3000-PROCESAR-HISTUSO
007730*    VALORIZA EL PEDIDO ACTUAL DEL HISTORIAL Y AVANZA AL
007740*    SIGUIENTE.
007750******************************************************************
007760 3000-PROCESAR-HISTUSO.
007770     PERFORM 3200-VALORIZAR-PEDIDO THRU 3200-EXIT.
007780     PERFORM 3100-LEER-HISTUSO THRU 3100-EXIT.
007790 3000-EXIT.
007800     EXIT.

007810******************************************************************
007820*    3100-LEER-HISTUSO
007830*    LEE EL SIGUIENTE PEDIDO DEL HISTORIAL Y ACTIVA EL INDICADOR
007840*    DE FIN CUANDO SE AGOTA.
007850******************************************************************
007860 3100-LEER-HISTUSO.
007870     READ HISTUSO-ARCH
007880         AT END
007890             SET WS-FIN-HISTUSO TO TRUE
007900     END-READ.
007910 3100-EXIT.
007920     EXIT.

007930******************************************************************
007940*    3200-VALORIZAR-PEDIDO
007950*    UN PEDIDO SE COBRA SI SU CORRIDA ES DEL PERIODO (O, SI LA
007960*    CORRIDA NO DEJO BITACORA, SI EL PEDIDO ES DEL PERIODO Y LA
007970*    CORRIDA ES POSTERIOR A LAS DE MESES ANTERIORES) Y SI NO ES
007980*    LA REPETICION DE UNO YA GRABADO ANTES DE UN REINICIO. SE
007990*    CUENTA EN SU CORRIDA PARA LA CONCILIACION Y SE CARGA A SU
008000*    DEPARTAMENTO CON LA TARIFA DE SU ORIGEN.
008010******************************************************************
008020 3200-VALORIZAR-PEDIDO.
008030     IF HUS-CORRIDA NOT NUMERIC
008040             OR HUS-FECHA NOT NUMERIC
008050             OR HUS-NUM-REGISTRO NOT NUMERIC
008060             OR NOT HUS-ORIGEN-VALIDO
008070         ADD 1 TO WS-CONT-HUS-ILEGIBLES
008080         GO TO 3200-EXIT
008090     END-IF.
008100     MOVE HUS-CORRIDA TO WS-CORRIDA-BUSCADA.
008110     PERFORM 2300-UBICAR-CORRIDA THRU 2300-EXIT.
008120     IF WS-BUSCA-COR = ZERO
008130         IF HUS-PERIODO = WS-CC-PERIODO
008140                 AND HUS-CORRIDA > WS-MAX-CORRIDA-ANTERIOR
008150             PERFORM 2400-AGREGAR-CORRIDA THRU 2400-EXIT
008160             IF WS-BUSCA-COR NOT = ZERO
008170                 MOVE HUS-FECHA TO WS-COR-FECHA(WS-BUSCA-COR)
008180             END-IF
008190         END-IF
008200     END-IF.
008210     IF WS-BUSCA-COR = ZERO
008220         GO TO 3200-EXIT
008230     END-IF.
008240     IF HUS-NUM-REGISTRO NOT > WS-COR-ULT-REGISTRO(WS-BUSCA-COR)
008250         ADD 1 TO WS-CONT-REPETIDOS
008260         GO TO 3200-EXIT
008270     END-IF.
008280     MOVE HUS-NUM-REGISTRO TO WS-COR-ULT-REGISTRO(WS-BUSCA-COR).
008290     EVALUATE TRUE
008300         WHEN HUS-DE-MAESTRO
008310             ADD 1 TO WS-COR-HUS-MAESTRO(WS-BUSCA-COR)
008320         WHEN HUS-CALCULADO
008330             ADD 1 TO WS-COR-HUS-CALCULADOS(WS-BUSCA-COR)
008340         WHEN HUS-RECHAZO
008350             ADD 1 TO WS-COR-HUS-RECHAZOS(WS-BUSCA-COR)
008360         WHEN OTHER
008370             ADD 1 TO WS-COR-HUS-DUPLICADOS(WS-BUSCA-COR)
008380     END-EVALUATE.
008390     PERFORM 3300-UBICAR-DEPTO THRU 3300-EXIT.
008400     IF WS-BUSCA-DEP = ZERO
008410         ADD 1 TO WS-CONT-SIN-LUGAR
008420         GO TO 3200-EXIT
008430     END-IF.
008440     EVALUATE TRUE
008450         WHEN HUS-DE-MAESTRO
008460             ADD 1 TO WS-DEP-MAESTRO(WS-BUSCA-DEP)
008470             ADD WS-PRECIO-MAESTRO TO WS-DEP-IMPORTE(WS-BUSCA-DEP)
008480         WHEN HUS-CALCULADO
008490             ADD 1 TO WS-DEP-CALCULADOS(WS-BUSCA-DEP)
008500             ADD WS-PRECIO-CALCULADO
008510                 TO WS-DEP-IMPORTE(WS-BUSCA-DEP)
008520         WHEN HUS-RECHAZO
008530             ADD 1 TO WS-DEP-RECHAZOS(WS-BUSCA-DEP)
008540             ADD WS-PRECIO-RECHAZO TO WS-DEP-IMPORTE(WS-BUSCA-DEP)
008550         WHEN OTHER
008560             ADD 1 TO WS-DEP-DUPLICADOS(WS-BUSCA-DEP)
008570             ADD WS-PRECIO-DUPLICADO
008580                 TO WS-DEP-IMPORTE(WS-BUSCA-DEP)
008590     END-EVALUATE.
008600 3200-EXIT.
008610     EXIT.

008620******************************************************************
008630*    3300-UBICAR-DEPTO
008640*    BUSCA EL DEPARTAMENTO DEL PEDIDO (EN BLANCO SE TOMA COMO
008650*    "???") EN LA TABLA Y LO AGREGA SI ES NUEVO. DEJA SU LUGAR EN
008660*    WS-BUSCA-DEP, EN CERO SI LA TABLA ESTA LLENA.
008670******************************************************************
008680 3300-UBICAR-DEPTO.
008690     MOVE HUS-DEPTO TO WS-DEPTO-BUSCADO.
008700     IF WS-DEPTO-BUSCADO = SPACES
008710         MOVE "???" TO WS-DEPTO-BUSCADO
008720     END-IF.
008730     MOVE ZERO TO WS-BUSCA-DEP.
008740     PERFORM 3350-BUSCAR-DEPTO THRU 3350-EXIT
008750         VARYING WS-IDX-DEP FROM 1 BY 1
008760             UNTIL WS-IDX-DEP > WS-CONT-DEPTOS
008770                OR WS-BUSCA-DEP NOT = ZERO.
008780     IF WS-BUSCA-DEP = ZERO
008790         PERFORM 3400-AGREGAR-DEPTO THRU 3400-EXIT
008800     END-IF.
008810 3300-EXIT.
008820     EXIT.

008830 3350-BUSCAR-DEPTO.
008840     IF WS-DEP-CODIGO(WS-IDX-DEP) = WS-DEPTO-BUSCADO
008850         MOVE WS-IDX-DEP TO WS-BUSCA-DEP
008860     END-IF.
008870 3350-EXIT.
008880     EXIT.

008890******************************************************************
008900*    3400-AGREGAR-DEPTO
008910*    TOMA DE DEPTOS EL NOMBRE Y EL CENTRO DE COSTO DEL
008920*    DEPARTAMENTO NUEVO (SIN REGISTRO O SIN CENTRO DE COSTO VA A
008930*    "??????") Y LO INTERCALA EN LA TABLA EN ORDEN DE CENTRO DE
008940*    COSTO Y CODIGO, CORRIENDO UN LUGAR LOS QUE SIGUEN.
008950******************************************************************
008960 3400-AGREGAR-DEPTO.
008970     IF WS-CONT-DEPTOS NOT < WS-MAX-DEPTOS
008980         IF NOT WS-DEPTOS-LLENA
008990             SET WS-DEPTOS-LLENA TO TRUE
009000             DISPLAY "COBRODEPTOS: TABLA DE DEPARTAMENTOS LLENA"
009010         END-IF
009020         GO TO 3400-EXIT
009030     END-IF.
009040     MOVE WS-DEPTO-BUSCADO TO DPT-CODIGO.
009050     READ DEPTOS-ARCH
009060         INVALID KEY
009070             MOVE WS-CENTRO-SIN-DEPTO TO WS-CLB-CENTRO
009080             MOVE WS-NOMBRE-SIN-DEPTO TO WS-NOMBRE-BUSCADO
009090         NOT INVALID KEY
009100             MOVE DPT-CENTRO-COSTO TO WS-CLB-CENTRO
009110             MOVE DPT-NOMBRE TO WS-NOMBRE-BUSCADO
009120     END-READ.
009130     IF WS-CLB-CENTRO = SPACES
009140         MOVE WS-CENTRO-SIN-DEPTO TO WS-CLB-CENTRO
009150     END-IF.
009160     MOVE WS-DEPTO-BUSCADO TO WS-CLB-DEPTO.
009170     MOVE ZERO TO WS-POS-DEP.
009180     PERFORM 3450-BUSCAR-POSICION THRU 3450-EXIT
009190         VARYING WS-IDX-DEP FROM 1 BY 1
009200             UNTIL WS-IDX-DEP > WS-CONT-DEPTOS
009210                OR WS-POS-DEP NOT = ZERO.
009220     IF WS-POS-DEP = ZERO
009230         COMPUTE WS-POS-DEP = WS-CONT-DEPTOS + 1
009240     END-IF.
009250     PERFORM 3460-CORRER-DEPTO THRU 3460-EXIT
009260         VARYING WS-IDX-MOV FROM WS-CONT-DEPTOS BY -1
009270             UNTIL WS-IDX-MOV < WS-POS-DEP.
009280     ADD 1 TO WS-CONT-DEPTOS.
009290     MOVE WS-POS-DEP TO WS-BUSCA-DEP.
009300     MOVE WS-CLAVE-BUSCADA TO WS-DEP-CLAVE(WS-BUSCA-DEP).
009310     MOVE WS-NOMBRE-BUSCADO TO WS-DEP-NOMBRE(WS-BUSCA-DEP).
009320     MOVE ZERO TO WS-DEP-MAESTRO(WS-BUSCA-DEP).
009330     MOVE ZERO TO WS-DEP-CALCULADOS(WS-BUSCA-DEP).
009340     MOVE ZERO TO WS-DEP-RECHAZOS(WS-BUSCA-DEP).
009350     MOVE ZERO TO WS-DEP-DUPLICADOS(WS-BUSCA-DEP).
009360     MOVE ZERO TO WS-DEP-IMPORTE(WS-BUSCA-DEP).
009370 3400-EXIT.
009380     EXIT.

009390 3450-BUSCAR-POSICION.
009400     IF WS-DEP-CLAVE(WS-IDX-DEP) > WS-CLAVE-BUSCADA
009410         MOVE WS-IDX-DEP TO WS-POS-DEP
009420     END-IF.
009430 3450-EXIT.
009440     EXIT.

009450 3460-CORRER-DEPTO.
009460     MOVE WS-DEP-ENT(WS-IDX-MOV) TO WS-DEP-ENT(WS-IDX-MOV + 1).
009470 3460-EXIT.
009480     EXIT.

009490******************************************************************
009500*    4000-EMITIR-ESTADO
009510*    ESCRIBE EL ESTADO DE CARGOS DEPARTAMENTO POR DEPARTAMENTO,
009520*    CON TITULO Y SUBTOTAL EN CADA CENTRO DE COSTO, Y EL TOTAL
009530*    GENERAL DEL PERIODO.
009540******************************************************************
009550 4000-EMITIR-ESTADO.
009560     IF WS-CONT-DEPTOS = ZERO
009570         WRITE CRP-LINEA FROM WS-AVISO-SIN-CONSUMOS
009580     END-IF.
009590     PERFORM 4100-EMITIR-DEPTO THRU 4100-EXIT
009600         VARYING WS-IDX-DEP FROM 1 BY 1
009610             UNTIL WS-IDX-DEP > WS-CONT-DEPTOS.
009620     IF WS-CONT-DEPTOS NOT = ZERO
009630         PERFORM 4200-SUBTOTAL-CENTRO THRU 4200-EXIT
009640     END-IF.
009650     WRITE CRP-LINEA FROM WS-LINEA-BLANCO.
009660     MOVE "TOTAL GENERAL DEL PERIODO" TO WS-DETT-TEXTO.
009670     MOVE WS-TOT-MAESTRO TO WS-DETT-MAESTRO.
009680     MOVE WS-TOT-CALCULADOS TO WS-DETT-CALCULADOS.
009690     MOVE WS-TOT-RECHAZOS TO WS-DETT-RECHAZOS.
009700     MOVE WS-TOT-DUPLICADOS TO WS-DETT-DUPLICADOS.
009710     MOVE WS-TOT-IMPORTE TO WS-DETT-IMPORTE.
009720     WRITE CRP-LINEA FROM WS-DET-TOTAL.
009730 4000-EXIT.
009740     EXIT.

009750******************************************************************
009760*    4100-EMITIR-DEPTO
009770*    ESCRIBE LA LINEA DEL DEPARTAMENTO EN TURNO (CON CORTE SI
009780*    CAMBIA EL CENTRO DE COSTO), LA ACUMULA Y GRABA SU DETALLE
009790*    PARA CONTABILIDAD.
009800******************************************************************
009810 4100-EMITIR-DEPTO.
009820     IF WS-IDX-DEP = 1
009830             OR WS-DEP-CENTRO(WS-IDX-DEP) NOT = WS-CENTRO-ANTERIOR
009840         IF WS-IDX-DEP NOT = 1
009850             PERFORM 4200-SUBTOTAL-CENTRO THRU 4200-EXIT
009860         END-IF
009870         MOVE WS-DEP-CENTRO(WS-IDX-DEP) TO WS-CENTRO-ANTERIOR
009880         MOVE WS-CENTRO-ANTERIOR TO WS-TITC-CENTRO
009890         WRITE CRP-LINEA FROM WS-LINEA-BLANCO
009900         WRITE CRP-LINEA FROM WS-TIT-CENTRO
009910     END-IF.
009920     MOVE WS-DEP-CENTRO(WS-IDX-DEP) TO WS-DETD-CENTRO.
009930     MOVE WS-DEP-CODIGO(WS-IDX-DEP) TO WS-DETD-CODIGO.
009940     MOVE WS-DEP-NOMBRE(WS-IDX-DEP) TO WS-DETD-NOMBRE.
009950     MOVE WS-DEP-MAESTRO(WS-IDX-DEP) TO WS-DETD-MAESTRO.
009960     MOVE WS-DEP-CALCULADOS(WS-IDX-DEP) TO WS-DETD-CALCULADOS.
009970     MOVE WS-DEP-RECHAZOS(WS-IDX-DEP) TO WS-DETD-RECHAZOS.
009980     MOVE WS-DEP-DUPLICADOS(WS-IDX-DEP) TO WS-DETD-DUPLICADOS.
009990     MOVE WS-DEP-IMPORTE(WS-IDX-DEP) TO WS-DETD-IMPORTE.
010000     WRITE CRP-LINEA FROM WS-DET-DEPTO.
010010     ADD WS-DEP-MAESTRO(WS-IDX-DEP) TO WS-SUB-MAESTRO.
010020     ADD WS-DEP-CALCULADOS(WS-IDX-DEP) TO WS-SUB-CALCULADOS.
010030     ADD WS-DEP-RECHAZOS(WS-IDX-DEP) TO WS-SUB-RECHAZOS.
010040     ADD WS-DEP-DUPLICADOS(WS-IDX-DEP) TO WS-SUB-DUPLICADOS.
010050     ADD WS-DEP-IMPORTE(WS-IDX-DEP) TO WS-SUB-IMPORTE.
010060     MOVE WS-DEP-CENTRO(WS-IDX-DEP) TO WS-CTBD-CENTRO.
010070     MOVE WS-DEP-CODIGO(WS-IDX-DEP) TO WS-CTBD-DEPTO.
010080     MOVE WS-DEP-MAESTRO(WS-IDX-DEP) TO WS-CTBD-MAESTRO.
010090     MOVE WS-DEP-CALCULADOS(WS-IDX-DEP) TO WS-CTBD-CALCULADOS.
010100     MOVE WS-DEP-RECHAZOS(WS-IDX-DEP) TO WS-CTBD-RECHAZOS.
010110     MOVE WS-DEP-DUPLICADOS(WS-IDX-DEP) TO WS-CTBD-DUPLICADOS.
010120     MOVE WS-DEP-IMPORTE(WS-IDX-DEP) TO WS-CTBD-IMPORTE.
010130     WRITE CTB-LINEA FROM WS-CTB-DETALLE.
010140     ADD 1 TO WS-CONT-DETALLES-CTB.
010150 4100-EXIT.
010160     EXIT.

010170******************************************************************
010180*    4200-SUBTOTAL-CENTRO
010190*    ESCRIBE EL SUBTOTAL DEL CENTRO DE COSTO QUE TERMINA, LO
010200*    SUMA AL TOTAL GENERAL Y LO DEJA EN CERO PARA EL SIGUIENTE.
010210******************************************************************
010220 4200-SUBTOTAL-CENTRO.
010230     MOVE SPACES TO WS-DETT-TEXTO.
010240     STRING "SUBTOTAL CENTRO DE COSTO " DELIMITED BY SIZE
010250         WS-CENTRO-ANTERIOR DELIMITED BY SIZE
010260         INTO WS-DETT-TEXTO.
010270     MOVE WS-SUB-MAESTRO TO WS-DETT-MAESTRO.
010280     MOVE WS-SUB-CALCULADOS TO WS-DETT-CALCULADOS.
010290     MOVE WS-SUB-RECHAZOS TO WS-DETT-RECHAZOS.
010300     MOVE WS-SUB-DUPLICADOS TO WS-DETT-DUPLICADOS.
010310     MOVE WS-SUB-IMPORTE TO WS-DETT-IMPORTE.
010320     WRITE CRP-LINEA FROM WS-DET-TOTAL.
010330     ADD WS-SUB-MAESTRO TO WS-TOT-MAESTRO.
010340     ADD WS-SUB-CALCULADOS TO WS-TOT-CALCULADOS.
010350     ADD WS-SUB-RECHAZOS TO WS-TOT-RECHAZOS.
010360     ADD WS-SUB-DUPLICADOS TO WS-TOT-DUPLICADOS.
010370     ADD WS-SUB-IMPORTE TO WS-TOT-IMPORTE.
010380     MOVE ZERO TO WS-SUB-MAESTRO.
010390     MOVE ZERO TO WS-SUB-CALCULADOS.
010400     MOVE ZERO TO WS-SUB-RECHAZOS.
010410     MOVE ZERO TO WS-SUB-DUPLICADOS.
010420     MOVE ZERO TO WS-SUB-IMPORTE.
010430 4200-EXIT.
010440     EXIT.

010450******************************************************************
010460*    5000-CONCILIAR
010470*    COMPARA, CORRIDA POR CORRIDA Y EN TOTAL, LOS PEDIDOS
010480*    COBRADOS CONTRA LOS CONTADORES DE LA BITACORA: LEIDOS
010490*    CONTRA TODO EL HISTORIAL, PRIMOS MAS COMPUESTOS CONTRA LAS
010500*    RESPUESTAS DEL MAESTRO Y CALCULADAS, Y RECHAZOS Y
010510*    DUPLICADOS CADA UNO CONTRA LOS SUYOS. CUALQUIER DIFERENCIA,
010520*    UNA TABLA LLENA O UN REGISTRO ILEGIBLE DEL HISTORIAL DEJAN
010530*    EL PERIODO DESCUADRADO.
010540******************************************************************
010550 5000-CONCILIAR.
010560     WRITE CRP-LINEA FROM WS-LINEA-BLANCO.
010570     WRITE CRP-LINEA FROM WS-ENC-CONCILIA.
010580     WRITE CRP-LINEA FROM WS-ENC-CORRIDAS.
010590     PERFORM 5100-CONCILIAR-CORRIDA THRU 5100-EXIT
010600         VARYING WS-IDX-COR FROM 1 BY 1
010610             UNTIL WS-IDX-COR > WS-CONT-CORRIDAS.
010620     WRITE CRP-LINEA FROM WS-LINEA-BLANCO.
010630     WRITE CRP-LINEA FROM WS-ENC-CONCEPTOS.
010640     MOVE "PEDIDOS LEIDOS" TO WS-DETK-TEXTO.
010650     MOVE WS-BIT-TOT-LEIDOS TO WS-CONCEPTO-BIT.
010660     MOVE WS-HUS-TOT-LEIDOS TO WS-CONCEPTO-HUS.
010670     PERFORM 5200-ESCRIBIR-CONCEPTO THRU 5200-EXIT.
010680     MOVE "RESPONDIDOS (P + C)" TO WS-DETK-TEXTO.
010690     MOVE WS-BIT-TOT-RESPONDIDOS TO WS-CONCEPTO-BIT.
010700     MOVE WS-HUS-TOT-RESPONDIDOS TO WS-CONCEPTO-HUS.
010710     PERFORM 5200-ESCRIBIR-CONCEPTO THRU 5200-EXIT.
010720     MOVE "RECHAZOS" TO WS-DETK-TEXTO.
010730     MOVE WS-BIT-TOT-RECHAZOS TO WS-CONCEPTO-BIT.
010740     MOVE WS-HUS-TOT-RECHAZOS TO WS-CONCEPTO-HUS.
010750     PERFORM 5200-ESCRIBIR-CONCEPTO THRU 5200-EXIT.
010760     MOVE "DUPLICADOS" TO WS-DETK-TEXTO.
010770     MOVE WS-BIT-TOT-DUPLICADOS TO WS-CONCEPTO-BIT.
010780     MOVE WS-HUS-TOT-DUPLICADOS TO WS-CONCEPTO-HUS.
010790     PERFORM 5200-ESCRIBIR-CONCEPTO THRU 5200-EXIT.
010800     COMPUTE WS-CONCEPTO-HUS = WS-TOT-MAESTRO + WS-TOT-CALCULADOS
010810         + WS-TOT-RECHAZOS + WS-TOT-DUPLICADOS.
010820     IF WS-CONCEPTO-HUS NOT = WS-HUS-TOT-LEIDOS
010830         SET WS-HAY-DESCUADRE TO TRUE
010840     END-IF.
010850     IF WS-CORRIDAS-LLENA OR WS-DEPTOS-LLENA
010860             OR WS-CONT-HUS-ILEGIBLES NOT = ZERO
010870         SET WS-HAY-DESCUADRE TO TRUE
010880     END-IF.
010890     WRITE CRP-LINEA FROM WS-LINEA-BLANCO.
010900     IF WS-CONT-REPETIDOS NOT = ZERO
010910         MOVE "PEDIDOS REPETIDOS POR REINICIO (NO COBRADOS):"
010920             TO WS-LCT-TEXTO
010930         MOVE WS-CONT-REPETIDOS TO WS-LCT-VALOR
010940         WRITE CRP-LINEA FROM WS-LINEA-CONTADOR
010950     END-IF.
010960     IF WS-CONT-SIN-LUGAR NOT = ZERO
010970         MOVE "PEDIDOS SIN LUGAR EN LA TABLA DE DEPARTAMENTOS:"
010980             TO WS-LCT-TEXTO
010990         MOVE WS-CONT-SIN-LUGAR TO WS-LCT-VALOR
011000         WRITE CRP-LINEA FROM WS-LINEA-CONTADOR
011010     END-IF.
011020     IF WS-CORRIDAS-LLENA
011030         MOVE "TABLA DE CORRIDAS LLENA, CORRIDAS OMITIDAS"
011040             TO WS-LCT-TEXTO
011050         MOVE WS-MAX-CORRIDAS TO WS-LCT-VALOR
011060         WRITE CRP-LINEA FROM WS-LINEA-CONTADOR
011070     END-IF.
011080     IF WS-CONT-HUS-ILEGIBLES NOT = ZERO
011090         MOVE "REGISTROS ILEGIBLES DEL HISTORIAL OMITIDOS:"
011100             TO WS-LCT-TEXTO
011110         MOVE WS-CONT-HUS-ILEGIBLES TO WS-LCT-VALOR
011120         WRITE CRP-LINEA FROM WS-LINEA-CONTADOR
011130     END-IF.
011140     IF WS-CONT-ILEGIBLES NOT = ZERO
011150         MOVE "REGISTROS ILEGIBLES DE LA BITACORA OMITIDOS:"
011160             TO WS-LCT-TEXTO
011170         MOVE WS-CONT-ILEGIBLES TO WS-LCT-VALOR
011180         WRITE CRP-LINEA FROM WS-LINEA-CONTADOR
011190     END-IF.
011200     IF WS-HAY-DESCUADRE
011210         WRITE CRP-LINEA FROM WS-AVISO-DESCUADRE
011220     ELSE
011230         WRITE CRP-LINEA FROM WS-AVISO-CUADRA
011240     END-IF.
011250 5000-EXIT.
011260     EXIT.

011270******************************************************************
011280*    5100-CONCILIAR-CORRIDA
011290*    ESCRIBE LA LINEA DE UNA CORRIDA DEL PERIODO CON SUS LEIDOS
011300*    SEGUN LA BITACORA Y SEGUN EL HISTORIAL, Y LA SUMA A LOS
011310*    TOTALES DE LA CONCILIACION.
011320******************************************************************
011330 5100-CONCILIAR-CORRIDA.
011340     COMPUTE WS-COR-HUS-TOTAL =
011350         WS-COR-HUS-MAESTRO(WS-IDX-COR)
011360         + WS-COR-HUS-CALCULADOS(WS-IDX-COR)
011370         + WS-COR-HUS-RECHAZOS(WS-IDX-COR)
011380         + WS-COR-HUS-DUPLICADOS(WS-IDX-COR).
011390     ADD WS-COR-HUS-TOTAL TO WS-HUS-TOT-LEIDOS.
011400     ADD WS-COR-HUS-MAESTRO(WS-IDX-COR) TO WS-HUS-TOT-RESPONDIDOS.
011410     ADD WS-COR-HUS-CALCULADOS(WS-IDX-COR)
011420         TO WS-HUS-TOT-RESPONDIDOS.
011430     ADD WS-COR-HUS-RECHAZOS(WS-IDX-COR) TO WS-HUS-TOT-RECHAZOS.
011440     ADD WS-COR-HUS-DUPLICADOS(WS-IDX-COR)
011450         TO WS-HUS-TOT-DUPLICADOS.
011460     ADD WS-COR-BIT-LEIDOS(WS-IDX-COR) TO WS-BIT-TOT-LEIDOS.
011470     ADD WS-COR-BIT-PRIMOS(WS-IDX-COR) TO WS-BIT-TOT-RESPONDIDOS.
011480     ADD WS-COR-BIT-COMPUESTOS(WS-IDX-COR)
011490         TO WS-BIT-TOT-RESPONDIDOS.
011500     ADD WS-COR-BIT-RECHAZOS(WS-IDX-COR) TO WS-BIT-TOT-RECHAZOS.
011510     ADD WS-COR-BIT-DUPLICADOS(WS-IDX-COR)
011520         TO WS-BIT-TOT-DUPLICADOS.
011530     MOVE WS-COR-NUMERO(WS-IDX-COR) TO WS-DETC-CORRIDA.
011540     MOVE WS-COR-FECHA(WS-IDX-COR) TO WS-DETC-FECHA.
011550     MOVE WS-COR-ESTADO(WS-IDX-COR) TO WS-DETC-ESTADO.
011560     MOVE WS-COR-BIT-LEIDOS(WS-IDX-COR) TO WS-DETC-BITACORA.
011570     MOVE WS-COR-HUS-TOTAL TO WS-DETC-HISTORIAL.
011580     MOVE SPACES TO WS-DETC-OBSERVACION.
011590     IF WS-COR-SIN-BITACORA(WS-IDX-COR)
011600         MOVE "** SIN BITACORA **" TO WS-DETC-OBSERVACION
011610         SET WS-HAY-DESCUADRE TO TRUE
011620     ELSE
011630         IF WS-COR-HUS-TOTAL NOT = WS-COR-BIT-LEIDOS(WS-IDX-COR)
011640             MOVE "** NO CUADRA **" TO WS-DETC-OBSERVACION
011650             SET WS-HAY-DESCUADRE TO TRUE
011660         ELSE
011670             IF WS-COR-ESTADO(WS-IDX-COR) = "A"
011680                 MOVE "TERMINO ANORMAL" TO WS-DETC-OBSERVACION
011690             END-IF
011700         END-IF
011710     END-IF.
011720     WRITE CRP-LINEA FROM WS-DET-CORRIDA.
011730 5100-EXIT.
011740     EXIT.

011750******************************************************************
011760*    5200-ESCRIBIR-CONCEPTO
011770*    ESCRIBE UNA LINEA DE LA CONCILIACION EN TOTAL CON LA
011780*    DIFERENCIA ENTRE HISTORIAL Y BITACORA, Y MARCA EL
011790*    DESCUADRE SI NO ES CERO.
011800******************************************************************
011810 5200-ESCRIBIR-CONCEPTO.
011820     MOVE WS-CONCEPTO-BIT TO WS-DETK-BITACORA.
011830     MOVE WS-CONCEPTO-HUS TO WS-DETK-HISTORIAL.
011840     COMPUTE WS-DETK-DIFERENCIA =
011850         WS-CONCEPTO-HUS - WS-CONCEPTO-BIT.
011860     IF WS-CONCEPTO-HUS NOT = WS-CONCEPTO-BIT
011870         SET WS-HAY-DESCUADRE TO TRUE
011880     END-IF.
011890     WRITE CRP-LINEA FROM WS-DET-CONCEPTO.
011900 5200-EXIT.
011910     EXIT.

011920******************************************************************
011930*    9999-FINALIZAR
011940*    GRABA EL CIERRE CONTABLE, CIERRA LOS ARCHIVOS Y TERMINA. UN
011950*    PERIODO DESCUADRADO TERMINA CON CODIGO 8 PARA QUE EL
011960*    ARCHIVO NO SE ENVIE A CONTABILIDAD SIN REVISAR.
011970******************************************************************
011980 9999-FINALIZAR.
011990     MOVE WS-CONT-DETALLES-CTB TO WS-CTBT-CANTIDAD.
012000     MOVE WS-TOT-IMPORTE TO WS-CTBT-IMPORTE.
012010     WRITE CTB-LINEA FROM WS-CTB-CIERRE.
012020     IF WS-HAY-DESCUADRE
012030         DISPLAY "COBRODEPTOS: HISTORIAL DE USO DESCUADRADO "
012040             "CON LA BITACORA DEL PERIODO " WS-CC-PERIODO
012050         MOVE 8 TO RETURN-CODE
012060     END-IF.
012070     CLOSE BITACORA-ARCH.
012080     CLOSE HISTUSO-ARCH.
012090     CLOSE DEPTOS-ARCH.
012100     CLOSE COBROREP-ARCH.
012110     CLOSE COBROCTB-ARCH.
012120     STOP RUN.
012130 9999-EXIT.
012140     EXIT.

012150 END PROGRAM cobroDeptos.
