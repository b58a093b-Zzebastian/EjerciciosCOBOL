000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    DEVOLUCION DE RESPUESTAS A LOS ORIGENES: CRUZA EL
000070*             CONTROL DE ENVIOS ACEPTADOS QUE DEJA cargaLotes
000080*             (CTLENVIO) CONTRA EL ARCHIVO DE RESPUESTA DE
000090*             esPrimo Y ARMA, PARA CADA ORIGEN (FACTURACION,
000100*             PLANIFICACION, ...), SU PROPIO ARCHIVO DE
000110*             DEVOLUCION EN EL MISMO ESTILO H;/D;/T; DE LA
000120*             INTERFASE, CON CANTIDAD Y SUMA DE CONTROL EN EL
000130*             CIERRE Y EL NUMERO DE CORRIDA EN LA CABECERA.
000140*             EL LISTADO DEVREP DETALLA LAS RESPUESTAS QUE NO
000150*             CORRESPONDEN A NINGUN ENVIO Y LOS PEDIDOS
000160*             ACEPTADOS QUE QUEDARON SIN RESPUESTA, PARA
000170*             ENTERARNOS ANTES DE QUE RECLAME EL ORIGEN.
000180* TECTONICS.  cobc -x devRespuestas.cbl
000190******************************************************************
000200* HISTORIAL DE MODIFICACIONES
000210* FECHA       INIC.  DESCRIPCION
000220* ----------  -----  -------------------------------------------
000230* 15/10/2026  RAS    VERSION ORIGINAL. EL ARCHIVO DE RESPUESTA
000240*                    SE CORTABA A MANO Y SE MANDABA POR CORREO
000250*                    A CADA AREA.
000252* 15/10/2026  RAS    LAS DEVOLUCIONES SE GRABAN EN ARCHIVOS FIJOS
000254*                    DEVOL01 A DEVOL10, UNO POR ORIGEN EN ORDEN
000256*                    DE APARICION, Y EL LISTADO DICE QUE ARCHIVO
000258*                    LE TOCO A CADA ORIGEN. SI HAY MAS ORIGENES
000259*                    QUE ARCHIVOS TERMINA CON RETURN-CODE 12.
000260* 15/10/2026  RAS    LA CORRIDA DE LAS CABECERAS SE TOMA DE CADENA
000261*                    (LA DE esPrimo PARA LA FECHA Y EL SUBLOTE DE
000262*                    LA TARJETA TARJCAD) Y NO DE NUMCORR, QUE
000263*                    esPrimo AVANZA EN TODAS SUS CORRIDAS. SI
000264*                    esPrimo NO TERMINO BIEN, SALE EN CERO Y LA
000265*                    CORRIDA TERMINA CON RETURN-CODE 4.
000266******************************************************************
000270* FORMATO DEL ARCHIVO DE DEVOLUCION (UNO POR ORIGEN: EL PRIMER
000280* ORIGEN DEL LOTE VA A DEVOL01, EL SEGUNDO A DEVOL02, ETC.; EL
000283* LISTADO DEVREP DICE QUE ARCHIVO LE TOCO A CADA ORIGEN Y LA
000286* CADENA LO ENVIA A SU DESTINO)
000290*   CABECERA: H;AAAAMMDD;ESPRIMO;999999;ORIGEN
000300*             (FECHA;SISTEMA;CORRIDA;ORIGEN DESTINATARIO)
000310*   DETALLE:  D;999999999999;DEP;999999;X;AAAAMMDD
000320*             (DIVIDENDO;DEPARTAMENTO;SOLICITUD;RESULTADO P/C;
000330*             FECHA DEL ENVIO QUE TRAJO EL PEDIDO)
000340*   CIERRE:   T;99999999;999999999999999999
000350*             (CANTIDAD DE DETALLES;SUMA DE LOS DIVIDENDOS)
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. devRespuestas.
000390 AUTHOR. R. ALVAREZ SOSA.
000400 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000410 DATE-WRITTEN. 15/10/2026.
000420 DATE-COMPILED.

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CTLENVIO-ARCH
000470         ASSIGN TO "CTLENVIO"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-STATUS-CTLENVIO.

000500     SELECT RESPUESTA-ARCH
000510         ASSIGN TO "RESPUESTA"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-STATUS-RESPUESTA.

000533     SELECT CADENA-ARCH
000536         ASSIGN TO "CADENA"
000540         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS RANDOM
000546         RECORD KEY IS CAD-CLAVE
000550         FILE STATUS IS WS-STATUS-CADENA.

000553     SELECT CONTROL-ARCH
000556         ASSIGN TO "TARJCAD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000565         FILE STATUS IS WS-STATUS-CONTROL.


000571     SELECT DEVOL01-ARCH
000572         ASSIGN TO "DEVOL01"
000573         ORGANIZATION IS LINE SEQUENTIAL
000574         FILE STATUS IS WS-STATUS-DEVOLUC.

000575     SELECT DEVOL02-ARCH
000576         ASSIGN TO "DEVOL02"
000577         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-STATUS-DEVOLUC.

000579     SELECT DEVOL03-ARCH
000580         ASSIGN TO "DEVOL03"
000581         ORGANIZATION IS LINE SEQUENTIAL
000582         FILE STATUS IS WS-STATUS-DEVOLUC.

000583     SELECT DEVOL04-ARCH
000584         ASSIGN TO "DEVOL04"
000585         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-STATUS-DEVOLUC.

000587     SELECT DEVOL05-ARCH
000588         ASSIGN TO "DEVOL05"
000589         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-STATUS-DEVOLUC.

000591     SELECT DEVOL06-ARCH
000592         ASSIGN TO "DEVOL06"
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-STATUS-DEVOLUC.

000595     SELECT DEVOL07-ARCH
000596         ASSIGN TO "DEVOL07"
000597         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS WS-STATUS-DEVOLUC.

000599     SELECT DEVOL08-ARCH
000600         ASSIGN TO "DEVOL08"
000601         ORGANIZATION IS LINE SEQUENTIAL
000602         FILE STATUS IS WS-STATUS-DEVOLUC.

000603     SELECT DEVOL09-ARCH
000604         ASSIGN TO "DEVOL09"
000605         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-STATUS-DEVOLUC.

000607     SELECT DEVOL10-ARCH
000608         ASSIGN TO "DEVOL10"
000609         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-DEVOLUC.

000620     SELECT DEVREP-ARCH
000630         ASSIGN TO "DEVREP"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-STATUS-DEVREP.

000660 DATA DIVISION.
000670 FILE SECTION.
000680******************************************************************
000690*    CONTROL DE ENVIOS ACEPTADOS - MISMO REGISTRO QUE GRABA
000700*    cargaLotes: UNO POR PEDIDO DE ENTRADA, EN EL MISMO ORDEN.
000710******************************************************************
000720 FD  CTLENVIO-ARCH
000730     RECORDING MODE IS F.
000740 01  CEN-REGISTRO.
000750     05  CEN-ORIGEN                   PIC X(08).
000760     05  CEN-FECHA                    PIC X(08).
000770     05  CEN-DIVIDENDO                PIC X(12).
000780     05  CEN-DEPTO                    PIC X(03).
000790     05  CEN-SOLICITUD                PIC X(06).

000800******************************************************************
000810*    ARCHIVO DE RESPUESTA POR SOLICITANTE - MISMO REGISTRO QUE
000820*    GRABA esPrimo.
000830******************************************************************
000840 FD  RESPUESTA-ARCH
000850     RECORDING MODE IS F.
000860 01  RSP-REGISTRO.
000870     05  RSP-DEPTO                    PIC X(03).
000880     05  RSP-SOLICITUD                PIC X(06).
000890     05  RSP-DIVIDENDO                PIC 9(12).
000900     05  RSP-RESULTADO                PIC X(01).

000910******************************************************************
000920*    REGISTRO DE LA CADENA - MISMO REGISTRO QUE EN regCadena.
000930*    AQUI SOLO SE LEE LA CORRIDA CON QUE TERMINO esPrimo (PASO 2)
000940*    PARA LA FECHA Y EL SUBLOTE, QUE SELLA LAS DEVOLUCIONES.
000950******************************************************************
000960 FD  CADENA-ARCH
000970     RECORDING MODE IS F.
000971 01  CAD-REGISTRO.
000972     05  CAD-CLAVE.
000973         10  CAD-FECHA                PIC 9(08).
000974         10  CAD-LOTE                 PIC 9(02).
000975     05  CAD-PASO OCCURS 5 TIMES.
000976         10  CAD-ESTADO               PIC X(01).
000977             88  CAD-NO-CORRIO             VALUE SPACE.
000978             88  CAD-INICIADO              VALUE "I".
000979             88  CAD-TERMINO-BIEN          VALUE "N".
000980             88  CAD-TERMINO-MAL           VALUE "A".
000981         10  CAD-INI-FECHA            PIC 9(08).
000982         10  CAD-INI-HORA             PIC 9(06).
000983         10  CAD-FIN-FECHA            PIC 9(08).
000984         10  CAD-FIN-HORA             PIC 9(06).
000985         10  CAD-RC                   PIC 9(04).
000986         10  CAD-CORRIDA              PIC 9(06).
000987         10  CAD-FORZADO              PIC X(01).
000988         10  CAD-EJECUCIONES          PIC 9(02).
000989     05  FILLER                       PIC X(20).

000990******************************************************************
000991*    TARJETA DE LA CADENA - LA MISMA DE LOS PASOS (regCadena).
000992*    AQUI SOLO SE TOMAN LA FECHA DE NEGOCIO (EN CERO O SIN
000993*    TARJETA, LA FECHA DEL SISTEMA) Y EL SUBLOTE.
000994******************************************************************
000995 FD  CONTROL-ARCH
000996     RECORDING MODE IS F.
000997 01  CTL-TARJETA.
000998     05  CTL-FECHA                    PIC 9(08).
000999     05  CTL-LOTE                     PIC 9(02).
001000     05  FILLER                       PIC X(70).

001001******************************************************************
001002*    ARCHIVOS DE DEVOLUCION - UNO POR ORIGEN, EN EL ORDEN DE LA
001003*    TABLA DE ORIGENES. TODOS CON LA MISMA LINEA, QUE SE ARMA EN
001004*    WS-DEV-LINEA.
001005******************************************************************
001006 FD  DEVOL01-ARCH
001007     RECORDING MODE IS F.
001008 01  DEV01-LINEA                        PIC X(48).

001009 FD  DEVOL02-ARCH
001010     RECORDING MODE IS F.
001012 01  DEV02-LINEA                        PIC X(48).

001014 FD  DEVOL03-ARCH
001016     RECORDING MODE IS F.
001018 01  DEV03-LINEA                        PIC X(48).

001020 FD  DEVOL04-ARCH
001022     RECORDING MODE IS F.
001024 01  DEV04-LINEA                        PIC X(48).

001026 FD  DEVOL05-ARCH
001028     RECORDING MODE IS F.
001030 01  DEV05-LINEA                        PIC X(48).

001032 FD  DEVOL06-ARCH
001034     RECORDING MODE IS F.
001036 01  DEV06-LINEA                        PIC X(48).

001038 FD  DEVOL07-ARCH
001040     RECORDING MODE IS F.
001042 01  DEV07-LINEA                        PIC X(48).

001044 FD  DEVOL08-ARCH
001046     RECORDING MODE IS F.
001048 01  DEV08-LINEA                        PIC X(48).

001050 FD  DEVOL09-ARCH
001052     RECORDING MODE IS F.
001054 01  DEV09-LINEA                        PIC X(48).

001056 FD  DEVOL10-ARCH
001058     RECORDING MODE IS F.
001060 01  DEV10-LINEA                        PIC X(48).

001070******************************************************************
001080*    LISTADO DE LA DEVOLUCION - RESPUESTAS HUERFANAS, RESUMEN
001090*    POR ORIGEN Y PEDIDOS ACEPTADOS SIN RESPUESTA.
001100******************************************************************
001110 FD  DEVREP-ARCH
001120     RECORDING MODE IS F.
001130 01  DVR-LINEA                        PIC X(132).

001140 WORKING-STORAGE SECTION.
001150******************************************************************
001160*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
001170******************************************************************
001180 77  WS-STATUS-CTLENVIO               PIC X(02) VALUE SPACES.
001190 77  WS-STATUS-RESPUESTA              PIC X(02) VALUE SPACES.
001196 77  WS-STATUS-CADENA                 PIC X(02) VALUE SPACES.
001203 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
001210 77  WS-STATUS-DEVOLUC                PIC X(02) VALUE SPACES.
001220 77  WS-STATUS-DEVREP                 PIC X(02) VALUE SPACES.

001240 01  WS-SWITCHES.
001250     05  WS-SW-FIN-CTLENVIO           PIC X(01) VALUE "N".
001260         88  WS-FIN-CTLENVIO                     VALUE "Y".
001270     05  WS-SW-FIN-RESPUESTA          PIC X(01) VALUE "N".
001280         88  WS-FIN-RESPUESTA                    VALUE "Y".
001290     05  WS-SW-CTL-LLENA              PIC X(01) VALUE "N".
001300         88  WS-CTL-LLENA                        VALUE "Y".
001310     05  WS-SW-ORIGENES-LLENA         PIC X(01) VALUE "N".
001320         88  WS-ORIGENES-LLENA                   VALUE "Y".
001330     05  WS-SW-SIN-RESPUESTA          PIC X(01) VALUE "N".
001340         88  WS-SIN-RESPUESTA                    VALUE "Y".
001343     05  WS-SW-SIN-CORRIDA            PIC X(01) VALUE "N".
001346         88  WS-SIN-CORRIDA                      VALUE "Y".

001350******************************************************************
001356*    FECHA DE PROCESO Y CORRIDA QUE SELLA LAS DEVOLUCIONES:
001363*    LA DE esPrimo PARA LA FECHA DE NEGOCIO Y EL SUBLOTE.
001370******************************************************************
001380 77  WS-FECHA-PROCESO                 PIC 9(08) VALUE ZERO.
001390 77  WS-CORRIDA-ULTIMA                PIC 9(06) VALUE ZERO.
001393 77  WS-FECHA-NEGOCIO                 PIC 9(08) VALUE ZERO.
001396 77  WS-LOTE                          PIC 9(02) VALUE ZERO.

001400******************************************************************
001410*    TABLA DE PEDIDOS ACEPTADOS, CARGADA DESDE CTLENVIO. EL
001420*    RESULTADO QUEDA EN BLANCO HASTA QUE APARECE SU RESPUESTA.
001430*    COMO ENTRADA, CTLENVIO Y RESPUESTA VIENEN EN EL MISMO
001440*    ORDEN, LA BUSQUEDA ARRANCA DESDE EL ULTIMO PEDIDO
001450*    RESPONDIDO (WS-PROX-CTL) Y SOLO SI NO LO ENCUENTRA HASTA EL
001460*    FINAL VUELVE A MIRAR DESDE EL PRINCIPIO. EL TOPE ES EL
001470*    MISMO DEL LOTE COMPLETO DE cargaLotes.
001480******************************************************************
001490 77  WS-MAX-CTL                       PIC 9(08) COMP VALUE 100000.
001500 77  WS-CONT-CTL                      PIC 9(08) COMP VALUE ZERO.
001510 77  WS-IDX-CTL                       PIC 9(08) COMP VALUE ZERO.
001520 77  WS-BUSCA-CTL                     PIC 9(08) COMP VALUE ZERO.
001530 77  WS-PROX-CTL                      PIC 9(08) COMP VALUE 1.
001540 77  WS-DIV-BUSCADO                   PIC 9(12) VALUE ZERO.
001550 77  WS-DIV-BUSCADO-X REDEFINES WS-DIV-BUSCADO
001560                                      PIC X(12).

001570 01  WS-TABLA-CTL.
001580     05  WS-CTL-ENT OCCURS 100000 TIMES.
001590         10  WS-CTL-ORIGEN            PIC X(08).
001600         10  WS-CTL-FECHA             PIC X(08).
001610         10  WS-CTL-DIVIDENDO         PIC X(12).
001620         10  WS-CTL-DEPTO             PIC X(03).
001630         10  WS-CTL-SOLICITUD         PIC X(06).
001640         10  WS-CTL-RESULTADO         PIC X(01).

001650******************************************************************
001660*    TABLA DE ORIGENES EN ORDEN DE APARICION, CON LOS CONTADORES
001670*    DE SU DEVOLUCION. HAY UNA ENTRADA POR ARCHIVO DE DEVOLUCION:
001680*    UN ORIGEN QUE NO ENTRA EN LA TABLA NO RECIBE ARCHIVO Y LA
001685*    CORRIDA TERMINA CON RETURN-CODE 12.
001690******************************************************************
001700 77  WS-MAX-ORIGENES                  PIC 9(04) COMP VALUE 10.
001710 77  WS-CONT-ORIGENES                 PIC 9(04) COMP VALUE ZERO.
001720 77  WS-IDX-ORIGEN                    PIC 9(04) COMP VALUE ZERO.
001730 77  WS-BUSCA-ORIGEN                  PIC 9(04) COMP VALUE ZERO.

001740 01  WS-TABLA-ORIGENES.
001750     05  WS-ORG-ENT OCCURS 10 TIMES.
001760         10  WS-ORG-CODIGO            PIC X(08).
001770         10  WS-ORG-DEVUELTOS         PIC 9(08) COMP.
001780         10  WS-ORG-PENDIENTES        PIC 9(08) COMP.

001781******************************************************************
001782*    NOMBRES DE LOS ARCHIVOS DE DEVOLUCION, EN EL ORDEN DE LOS
001783*    SELECT, PARA EL LISTADO.
001784******************************************************************
001785 01  WS-NOMBRES-DEVOL.
001786     05  FILLER                       PIC X(40)
001787             VALUE "DEVOL01 DEVOL02 DEVOL03 DEVOL04 DEVOL05 ".
001788     05  FILLER                       PIC X(40)
001789             VALUE "DEVOL06 DEVOL07 DEVOL08 DEVOL09 DEVOL10 ".
001790 01  WS-TABLA-NOMBRES-DEVOL REDEFINES WS-NOMBRES-DEVOL.
001791     05  WS-NOMBRE-DEVOL              PIC X(08) OCCURS 10 TIMES.

001792******************************************************************
001800*    CONTADORES DE CONTROL
001810******************************************************************
001820 77  WS-CONT-RESPUESTAS               PIC 9(08) COMP VALUE ZERO.
001830 77  WS-CONT-HUERFANAS                PIC 9(08) COMP VALUE ZERO.
001840 77  WS-CONT-SIN-RESPUESTA            PIC 9(08) COMP VALUE ZERO.
001850 77  WS-CONT-DEVUELTOS                PIC 9(08) COMP VALUE ZERO.
001860 77  WS-SUMA-ORIGEN                   PIC 9(18) COMP VALUE ZERO.
001870 77  WS-DIV-NUMERICO                  PIC 9(12) VALUE ZERO.

001880******************************************************************
001890*    REGISTROS DEL ARCHIVO DE DEVOLUCION
001900******************************************************************
001905 01  WS-DEV-LINEA                     PIC X(48) VALUE SPACES.

001910 01  WS-DEV-CABECERA.
001920     05  FILLER                       PIC X(02) VALUE "H;".
001930     05  WS-DVC-FECHA                 PIC 9(08).
001940     05  FILLER                       PIC X(08)
001950             VALUE ";ESPRIMO".
001960     05  FILLER                       PIC X(01) VALUE ";".
001970     05  WS-DVC-CORRIDA               PIC 9(06).
001980     05  FILLER                       PIC X(01) VALUE ";".
001990     05  WS-DVC-ORIGEN                PIC X(08).

002000 01  WS-DEV-DETALLE.
002010     05  FILLER                       PIC X(02) VALUE "D;".
002020     05  WS-DVD-DIVIDENDO             PIC X(12).
002030     05  FILLER                       PIC X(01) VALUE ";".
002040     05  WS-DVD-DEPTO                 PIC X(03).
002050     05  FILLER                       PIC X(01) VALUE ";".
002060     05  WS-DVD-SOLICITUD             PIC X(06).
002070     05  FILLER                       PIC X(01) VALUE ";".
002080     05  WS-DVD-RESULTADO             PIC X(01).
002090     05  FILLER                       PIC X(01) VALUE ";".
002100     05  WS-DVD-FECHA                 PIC X(08).

002110 01  WS-DEV-CIERRE.
002120     05  FILLER                       PIC X(02) VALUE "T;".
002130     05  WS-DVT-CANTIDAD              PIC 9(08).
002140     05  FILLER                       PIC X(01) VALUE ";".
002150     05  WS-DVT-SUMA                  PIC 9(18).

002160******************************************************************
002170*    LINEAS DEL LISTADO DEVREP
002180******************************************************************
002190 01  WS-ENCABEZADO-1.
002200     05  FILLER                       PIC X(40)
002210             VALUE "DEVOLUCION DE RESPUESTAS A LOS ORIGENES".
002220     05  FILLER                       PIC X(08) VALUE "FECHA: ".
002230     05  WS-ENC-FECHA                 PIC 9(08).
002240     05  FILLER                       PIC X(11)
002250             VALUE "  CORRIDA: ".
002260     05  WS-ENC-CORRIDA               PIC 9(06).

002270 01  WS-ENC-HUERFANAS                 PIC X(80)
002280         VALUE "RESPUESTAS QUE NO CORRESPONDEN A NINGUN ENVIO".
002290 01  WS-ENC-HUERFANAS-2               PIC X(80)
002300         VALUE "   DEPTO  SOLICITUD  DIVIDENDO     RESULTADO".
002310 01  WS-ENC-ORIGENES                  PIC X(80)
002320         VALUE "DEVOLUCION POR ORIGEN".
002330 01  WS-ENC-ORIGENES-2.
002340     05  FILLER                       PIC X(34)
002350             VALUE "   ORIGEN    ARCHIVO".
002360     05  FILLER                       PIC X(24)
002370             VALUE "DEVUELTOS  SIN RESPUESTA".
002380 01  WS-ENC-PENDIENTES                PIC X(80)
002390         VALUE "PEDIDOS ACEPTADOS SIN RESPUESTA".
002400 01  WS-ENC-PENDIENTES-2.
002404     05  FILLER                       PIC X(23)
002408             VALUE "   ORIGEN    FECHA".
002412     05  FILLER                       PIC X(26)
002416             VALUE "DEPTO SOLICITUD  DIVIDENDO".
002420 01  WS-LINEA-BLANCO                  PIC X(80) VALUE SPACES.

002430 01  WS-DVR-HUERFANA.
002440     05  FILLER                       PIC X(03) VALUE SPACES.
002450     05  WS-DVRH-DEPTO                PIC X(03).
002460     05  FILLER                       PIC X(04) VALUE SPACES.
002470     05  WS-DVRH-SOLICITUD            PIC X(06).
002480     05  FILLER                       PIC X(05) VALUE SPACES.
002490     05  WS-DVRH-DIVIDENDO            PIC 9(12).
002500     05  FILLER                       PIC X(02) VALUE SPACES.
002510     05  WS-DVRH-RESULTADO            PIC X(01).

002520 01  WS-DVR-ORIGEN.
002530     05  FILLER                       PIC X(03) VALUE SPACES.
002540     05  WS-DVRO-ORIGEN               PIC X(08).
002550     05  FILLER                       PIC X(02) VALUE SPACES.
002560     05  WS-DVRO-ARCHIVO              PIC X(20).
002570     05  FILLER                       PIC X(01) VALUE SPACES.
002580     05  WS-DVRO-DEVUELTOS            PIC ZZZZZZZ9.
002590     05  FILLER                       PIC X(05) VALUE SPACES.
002600     05  WS-DVRO-PENDIENTES           PIC ZZZZZZZ9.

002610 01  WS-DVR-PENDIENTE.
002620     05  FILLER                       PIC X(03) VALUE SPACES.
002630     05  WS-DVRP-ORIGEN               PIC X(08).
002640     05  FILLER                       PIC X(02) VALUE SPACES.
002650     05  WS-DVRP-FECHA                PIC X(08).
002660     05  FILLER                       PIC X(02) VALUE SPACES.
002670     05  WS-DVRP-DEPTO                PIC X(03).
002680     05  FILLER                       PIC X(03) VALUE SPACES.
002690     05  WS-DVRP-SOLICITUD            PIC X(06).
002700     05  FILLER                       PIC X(05) VALUE SPACES.
002710     05  WS-DVRP-DIVIDENDO            PIC X(12).

002720 01  WS-DVR-TOTAL.
002730     05  FILLER                       PIC X(03) VALUE SPACES.
002740     05  WS-DVRT-TEXTO                PIC X(36).
002750     05  WS-DVRT-VALOR                PIC ZZZZZZZ9.

002760 01  WS-AVISO-ORIGENES-LLENA.
002770     05  FILLER                       PIC X(32)
002780             VALUE "   ** TABLA DE ORIGENES LLENA - ".
002790     05  FILLER                       PIC X(30)
002800             VALUE "HAY ORIGENES SIN DEVOLUCION **".
002802     05  FILLER                       PIC X(22)
002804             VALUE " ARCHIVOS DISPONIBLES:".
002806     05  WS-AVISO-MAX-ORIGENES        PIC ZZ9.

002810 PROCEDURE DIVISION.
002820******************************************************************
002830*    0000-MAINLINE
002840*    CONTROLA LA SECUENCIA GENERAL: CARGA EL CONTROL DE ENVIOS,
002850*    APAREA LAS RESPUESTAS, GRABA LA DEVOLUCION DE CADA ORIGEN
002860*    Y CIERRA CON LOS PEDIDOS SIN RESPUESTA Y LOS TOTALES.
002870******************************************************************
002880 0000-MAINLINE.
002890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002900     PERFORM 2000-APAREAR-RESPUESTA THRU 2000-EXIT
002910         UNTIL WS-FIN-RESPUESTA.
002920     PERFORM 3000-DEVOLVER-ORIGENES THRU 3000-EXIT.
002930     PERFORM 4000-LISTAR-PENDIENTES THRU 4000-EXIT.
002940     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
002950 0000-EXIT.
002960     EXIT.

002970******************************************************************
002980*    1000-INICIALIZAR
002990*    TOMA LA FECHA Y LA CORRIDA, ABRE LOS ARCHIVOS, CARGA LA
003000*    TABLA DE PEDIDOS ACEPTADOS Y LEE LA PRIMERA RESPUESTA. SIN
003010*    CONTROL DE ENVIOS NO HAY NADA QUE DEVOLVER Y LA CORRIDA
003020*    PARA. SIN ARCHIVO DE RESPUESTA (esPrimo NO CORRIO O CORRIO
003030*    EN ENSAYO) SE SIGUE: TODOS LOS PEDIDOS SALEN SIN RESPUESTA.
003040******************************************************************
003050 1000-INICIALIZAR.
003060     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003066     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
003073     PERFORM 1200-LEER-CADENA THRU 1200-EXIT.
003080     OPEN INPUT CTLENVIO-ARCH.
003090     IF WS-STATUS-CTLENVIO NOT = "00"
003100         DISPLAY "DEVRESPUESTAS: ERROR AL ABRIR CTLENVIO,"
003105             " STATUS = "
003110             WS-STATUS-CTLENVIO
003120         STOP RUN
003130     END-IF.
003140     OPEN OUTPUT DEVREP-ARCH.
003150     IF WS-STATUS-DEVREP NOT = "00"
003160         DISPLAY "DEVRESPUESTAS: ERROR AL ABRIR DEVREP, STATUS = "
003170             WS-STATUS-DEVREP
003180         STOP RUN
003190     END-IF.
003200     MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA.
003210     MOVE WS-CORRIDA-ULTIMA TO WS-ENC-CORRIDA.
003220     WRITE DVR-LINEA FROM WS-ENCABEZADO-1.
003230     WRITE DVR-LINEA FROM WS-LINEA-BLANCO.
003240     PERFORM 1300-CARGAR-CONTROL THRU 1300-EXIT
003250         UNTIL WS-FIN-CTLENVIO.
003260     CLOSE CTLENVIO-ARCH.
003270     WRITE DVR-LINEA FROM WS-ENC-HUERFANAS.
003280     WRITE DVR-LINEA FROM WS-ENC-HUERFANAS-2.
003290     OPEN INPUT RESPUESTA-ARCH.
003300     IF WS-STATUS-RESPUESTA = "35"
003310         DISPLAY "DEVRESPUESTAS: NO HAY ARCHIVO DE RESPUESTA"
003320         SET WS-FIN-RESPUESTA TO TRUE
003330         SET WS-SIN-RESPUESTA TO TRUE
003340         GO TO 1000-EXIT
003350     END-IF.
003360     IF WS-STATUS-RESPUESTA NOT = "00"
003370         DISPLAY "DEVRESPUESTAS: ERROR AL ABRIR RESPUESTA,"
003375             " STATUS = "
003380             WS-STATUS-RESPUESTA
003390         STOP RUN
003400     END-IF.
003410     PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT.
003420 1000-EXIT.
003430     EXIT.

003440******************************************************************
003450*    1100-LEER-TARJETA
003460*    TOMA LA FECHA DE NEGOCIO Y EL SUBLOTE DE LA TARJETA DE LA
003470*    CADENA, COMO LOS PASOS. SIN TARJETA O SIN FECHA, LA FECHA
003480*    DEL SISTEMA Y EL LOTE 00.
003490******************************************************************
003497 1100-LEER-TARJETA.
003504     MOVE WS-FECHA-PROCESO TO WS-FECHA-NEGOCIO.
003511     MOVE ZERO TO WS-LOTE.
003518     OPEN INPUT CONTROL-ARCH.
003525     IF WS-STATUS-CONTROL = "00"
003532         READ CONTROL-ARCH
003540             AT END
003550                 CONTINUE
003560             NOT AT END
003564                 IF CTL-LOTE NUMERIC
003568                     MOVE CTL-LOTE TO WS-LOTE
003572                 END-IF
003577                 IF CTL-FECHA NUMERIC
003581                         AND CTL-FECHA NOT = ZERO
003585                     MOVE CTL-FECHA TO WS-FECHA-NEGOCIO
003590                 END-IF
003600         END-READ
003601         CLOSE CONTROL-ARCH
003602     END-IF.
003603 1100-EXIT.
003604     EXIT.

003605******************************************************************
003606*    1200-LEER-CADENA
003607*    TOMA DE CADENA LA CORRIDA CON QUE TERMINO esPrimo (PASO 2)
003608*    PARA LA FECHA DE NEGOCIO Y EL SUBLOTE: ES LA CORRIDA QUE
003609*    PRODUJO LAS RESPUESTAS Y SELLA LAS CABECERAS. SI esPrimo NO
003610*    TERMINO BIEN ESA FECHA (NO CORRIO, CAYO O NO HAY CADENA) LA
003611*    CORRIDA QUEDA EN CERO Y SE TERMINA CON CODIGO 4 PARA QUE
003612*    OPERACIONES REVISE LAS DEVOLUCIONES ANTES DE ENVIARLAS.
003614******************************************************************
003615 1200-LEER-CADENA.
003616     OPEN INPUT CADENA-ARCH.
003617     IF WS-STATUS-CADENA = "00"
003618         MOVE WS-FECHA-NEGOCIO TO CAD-FECHA
003619         MOVE WS-LOTE TO CAD-LOTE
003620         READ CADENA-ARCH
003621             INVALID KEY
003622                 CONTINUE
003623             NOT INVALID KEY
003624                 IF CAD-TERMINO-BIEN(2)
003625                     MOVE CAD-CORRIDA(2) TO WS-CORRIDA-ULTIMA
003627                 END-IF
003628         END-READ
003629         CLOSE CADENA-ARCH
003630     END-IF.
003631     IF WS-CORRIDA-ULTIMA = ZERO
003632         SET WS-SIN-CORRIDA TO TRUE
003633         DISPLAY "DEVRESPUESTAS: ESPRIMO NO TERMINO BIEN PARA LA "
003634             "FECHA " WS-FECHA-NEGOCIO " LOTE " WS-LOTE
003635         DISPLAY "DEVRESPUESTAS: LAS DEVOLUCIONES SALEN CON "
003636             "CORRIDA 000000"
003637     END-IF.
003638 1200-EXIT.
003640     EXIT.

003650******************************************************************
003660*    1300-CARGAR-CONTROL
003670*    LEE UN REGISTRO DEL CONTROL DE ENVIOS, LO AGREGA A LA
003680*    TABLA DE PEDIDOS CON EL RESULTADO EN BLANCO Y REGISTRA SU
003690*    ORIGEN EN LA TABLA DE ORIGENES (EN ORDEN DE APARICION).
003700******************************************************************
003710 1300-CARGAR-CONTROL.
003720     READ CTLENVIO-ARCH
003730         AT END
003740             SET WS-FIN-CTLENVIO TO TRUE
003750             GO TO 1300-EXIT
003760     END-READ.
003770     IF WS-CONT-CTL NOT < WS-MAX-CTL
003780         IF NOT WS-CTL-LLENA
003790             SET WS-CTL-LLENA TO TRUE
003800             DISPLAY "DEVRESPUESTAS: TABLA DE PEDIDOS LLENA"
003810         END-IF
003820         GO TO 1300-EXIT
003830     END-IF.
003840     ADD 1 TO WS-CONT-CTL.
003850     MOVE CEN-ORIGEN TO WS-CTL-ORIGEN(WS-CONT-CTL).
003860     MOVE CEN-FECHA TO WS-CTL-FECHA(WS-CONT-CTL).
003870     MOVE CEN-DIVIDENDO TO WS-CTL-DIVIDENDO(WS-CONT-CTL).
003880     MOVE CEN-DEPTO TO WS-CTL-DEPTO(WS-CONT-CTL).
003890     MOVE CEN-SOLICITUD TO WS-CTL-SOLICITUD(WS-CONT-CTL).
003900     MOVE SPACE TO WS-CTL-RESULTADO(WS-CONT-CTL).
003910     MOVE ZERO TO WS-BUSCA-ORIGEN.
003920     PERFORM 1350-BUSCAR-ORIGEN THRU 1350-EXIT
003930         VARYING WS-IDX-ORIGEN FROM 1 BY 1
003940             UNTIL WS-IDX-ORIGEN > WS-CONT-ORIGENES
003950                OR WS-BUSCA-ORIGEN NOT = ZERO.
003960     IF WS-BUSCA-ORIGEN = ZERO
003970         IF WS-CONT-ORIGENES < WS-MAX-ORIGENES
003980             ADD 1 TO WS-CONT-ORIGENES
003990             MOVE CEN-ORIGEN TO WS-ORG-CODIGO(WS-CONT-ORIGENES)
004000             MOVE ZERO TO WS-ORG-DEVUELTOS(WS-CONT-ORIGENES)
004010             MOVE ZERO TO WS-ORG-PENDIENTES(WS-CONT-ORIGENES)
004020         ELSE
004030             SET WS-ORIGENES-LLENA TO TRUE
004040         END-IF
004050     END-IF.
004060 1300-EXIT.
004070     EXIT.

004080 1350-BUSCAR-ORIGEN.
004090     IF WS-ORG-CODIGO(WS-IDX-ORIGEN) = CEN-ORIGEN
004100         MOVE WS-IDX-ORIGEN TO WS-BUSCA-ORIGEN
004110     END-IF.
004120 1350-EXIT.
004130     EXIT.

004140******************************************************************
004150*    2000-APAREAR-RESPUESTA
004160*    BUSCA LA RESPUESTA ACTUAL ENTRE LOS PEDIDOS ACEPTADOS AUN
004170*    SIN RESPONDER (MISMO DEPARTAMENTO, SOLICITUD Y DIVIDENDO),
004180*    PRIMERO DESDE EL ULTIMO APAREADO HASTA EL FINAL Y LUEGO
004190*    DESDE EL PRINCIPIO. SI LA HALLA, LE ANOTA EL RESULTADO; SI
004200*    NO, LA RESPUESTA ES HUERFANA Y SALE EN EL LISTADO.
004210******************************************************************
004220 2000-APAREAR-RESPUESTA.
004230     ADD 1 TO WS-CONT-RESPUESTAS.
004240     MOVE RSP-DIVIDENDO TO WS-DIV-BUSCADO.
004250     MOVE ZERO TO WS-BUSCA-CTL.
004260     PERFORM 2200-COMPARAR-PEDIDO THRU 2200-EXIT
004270         VARYING WS-IDX-CTL FROM WS-PROX-CTL BY 1
004280             UNTIL WS-IDX-CTL > WS-CONT-CTL
004290                OR WS-BUSCA-CTL NOT = ZERO.
004300     IF WS-BUSCA-CTL = ZERO
004310         PERFORM 2200-COMPARAR-PEDIDO THRU 2200-EXIT
004320             VARYING WS-IDX-CTL FROM 1 BY 1
004330                 UNTIL WS-IDX-CTL NOT < WS-PROX-CTL
004340                    OR WS-IDX-CTL > WS-CONT-CTL
004350                    OR WS-BUSCA-CTL NOT = ZERO
004360     END-IF.
004370     IF WS-BUSCA-CTL NOT = ZERO
004380         MOVE RSP-RESULTADO TO WS-CTL-RESULTADO(WS-BUSCA-CTL)
004390         COMPUTE WS-PROX-CTL = WS-BUSCA-CTL + 1
004400     ELSE
004410         ADD 1 TO WS-CONT-HUERFANAS
004420         MOVE RSP-DEPTO TO WS-DVRH-DEPTO
004430         MOVE RSP-SOLICITUD TO WS-DVRH-SOLICITUD
004440         MOVE RSP-DIVIDENDO TO WS-DVRH-DIVIDENDO
004450         MOVE RSP-RESULTADO TO WS-DVRH-RESULTADO
004460         WRITE DVR-LINEA FROM WS-DVR-HUERFANA
004470     END-IF.
004480     PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT.
004490 2000-EXIT.
004500     EXIT.

004510******************************************************************
004520*    2100-LEER-RESPUESTA
004530*    LEE LA SIGUIENTE RESPUESTA Y ACTIVA EL INDICADOR DE FIN
004540*    CUANDO SE AGOTA.
004550******************************************************************
004560 2100-LEER-RESPUESTA.
004570     READ RESPUESTA-ARCH
004580         AT END
004590             SET WS-FIN-RESPUESTA TO TRUE
004600     END-READ.
004610 2100-EXIT.
004620     EXIT.

004630 2200-COMPARAR-PEDIDO.
004640     IF WS-CTL-RESULTADO(WS-IDX-CTL) = SPACE
004650             AND WS-CTL-DEPTO(WS-IDX-CTL) = RSP-DEPTO
004660             AND WS-CTL-SOLICITUD(WS-IDX-CTL) = RSP-SOLICITUD
004670             AND WS-CTL-DIVIDENDO(WS-IDX-CTL) = WS-DIV-BUSCADO-X
004680         MOVE WS-IDX-CTL TO WS-BUSCA-CTL
004690     END-IF.
004700 2200-EXIT.
004710     EXIT.

004720******************************************************************
004730*    3000-DEVOLVER-ORIGENES
004740*    GRABA EL ARCHIVO DE DEVOLUCION DE CADA ORIGEN DE LA TABLA
004750*    Y ESCRIBE SU LINEA DE RESUMEN EN EL LISTADO.
004760******************************************************************
004770 3000-DEVOLVER-ORIGENES.
004780     MOVE WS-CONT-HUERFANAS TO WS-DVRT-VALOR.
004790     MOVE "RESPUESTAS SIN ENVIO:" TO WS-DVRT-TEXTO.
004800     WRITE DVR-LINEA FROM WS-DVR-TOTAL.
004810     WRITE DVR-LINEA FROM WS-LINEA-BLANCO.
004820     WRITE DVR-LINEA FROM WS-ENC-ORIGENES.
004830     WRITE DVR-LINEA FROM WS-ENC-ORIGENES-2.
004840     PERFORM 3100-DEVOLVER-UN-ORIGEN THRU 3100-EXIT
004850         VARYING WS-IDX-ORIGEN FROM 1 BY 1
004860             UNTIL WS-IDX-ORIGEN > WS-CONT-ORIGENES.
004870     IF WS-ORIGENES-LLENA
004875         MOVE WS-MAX-ORIGENES TO WS-AVISO-MAX-ORIGENES
004880         WRITE DVR-LINEA FROM WS-AVISO-ORIGENES-LLENA
004890     END-IF.
004900 3000-EXIT.
004910     EXIT.

004920******************************************************************
004930*    3100-DEVOLVER-UN-ORIGEN
004940*    ABRE EL ARCHIVO QUE LE TOCA AL ORIGEN EN TURNO Y
004950*    ESCRIBE LA CABECERA, UN DETALLE POR CADA PEDIDO SUYO QUE
004960*    TIENE RESPUESTA Y EL CIERRE CON CANTIDAD Y SUMA. UN ORIGEN
004970*    SIN NINGUNA RESPUESTA RECIBE IGUAL SU ARCHIVO, VACIO, PARA
004980*    QUE SEPA QUE EL LOTE SE PROCESO.
004990******************************************************************
005000 3100-DEVOLVER-UN-ORIGEN.
005055     PERFORM 3300-ABRIR-DEVOLUCION THRU 3300-EXIT.
005110     MOVE ZERO TO WS-SUMA-ORIGEN.
005120     MOVE WS-FECHA-PROCESO TO WS-DVC-FECHA.
005130     MOVE WS-CORRIDA-ULTIMA TO WS-DVC-CORRIDA.
005140     MOVE WS-ORG-CODIGO(WS-IDX-ORIGEN) TO WS-DVC-ORIGEN.
005150     MOVE WS-DEV-CABECERA TO WS-DEV-LINEA.
005155     PERFORM 3400-GRABAR-LINEA THRU 3400-EXIT.
005160     PERFORM 3200-DEVOLVER-PEDIDO THRU 3200-EXIT
005170         VARYING WS-IDX-CTL FROM 1 BY 1
005180             UNTIL WS-IDX-CTL > WS-CONT-CTL.
005190     MOVE WS-ORG-DEVUELTOS(WS-IDX-ORIGEN) TO WS-DVT-CANTIDAD.
005200     MOVE WS-SUMA-ORIGEN TO WS-DVT-SUMA.
005210     MOVE WS-DEV-CIERRE TO WS-DEV-LINEA.
005215     PERFORM 3400-GRABAR-LINEA THRU 3400-EXIT.
005220     PERFORM 3500-CERRAR-DEVOLUCION THRU 3500-EXIT.
005230     MOVE WS-ORG-CODIGO(WS-IDX-ORIGEN) TO WS-DVRO-ORIGEN.
005240     MOVE WS-NOMBRE-DEVOL(WS-IDX-ORIGEN) TO WS-DVRO-ARCHIVO.
005250     MOVE WS-ORG-DEVUELTOS(WS-IDX-ORIGEN) TO WS-DVRO-DEVUELTOS.
005260     MOVE WS-ORG-PENDIENTES(WS-IDX-ORIGEN) TO WS-DVRO-PENDIENTES.
005270     WRITE DVR-LINEA FROM WS-DVR-ORIGEN.
005280 3100-EXIT.
005290     EXIT.

005300 3200-DEVOLVER-PEDIDO.
005310     IF WS-CTL-ORIGEN(WS-IDX-CTL) NOT =
005320             WS-ORG-CODIGO(WS-IDX-ORIGEN)
005330         GO TO 3200-EXIT
005340     END-IF.
005350     IF WS-CTL-RESULTADO(WS-IDX-CTL) = SPACE
005360         ADD 1 TO WS-ORG-PENDIENTES(WS-IDX-ORIGEN)
005370         GO TO 3200-EXIT
005380     END-IF.
005390     MOVE WS-CTL-DIVIDENDO(WS-IDX-CTL) TO WS-DVD-DIVIDENDO.
005400     MOVE WS-CTL-DEPTO(WS-IDX-CTL) TO WS-DVD-DEPTO.
005410     MOVE WS-CTL-SOLICITUD(WS-IDX-CTL) TO WS-DVD-SOLICITUD.
005420     MOVE WS-CTL-RESULTADO(WS-IDX-CTL) TO WS-DVD-RESULTADO.
005430     MOVE WS-CTL-FECHA(WS-IDX-CTL) TO WS-DVD-FECHA.
005440     MOVE WS-DEV-DETALLE TO WS-DEV-LINEA.
005445     PERFORM 3400-GRABAR-LINEA THRU 3400-EXIT.
005450     ADD 1 TO WS-ORG-DEVUELTOS(WS-IDX-ORIGEN).
005460     ADD 1 TO WS-CONT-DEVUELTOS.
005470     MOVE WS-CTL-DIVIDENDO(WS-IDX-CTL) TO WS-DIV-NUMERICO.
005480     ADD WS-DIV-NUMERICO TO WS-SUMA-ORIGEN.
005490 3200-EXIT.
005500     EXIT.

005501******************************************************************
005502*    3300-ABRIR-DEVOLUCION
005503*    ABRE EL ARCHIVO DE DEVOLUCION DEL ORIGEN WS-IDX-ORIGEN.
005504*    3400 GRABA EN EL LA LINEA ARMADA EN WS-DEV-LINEA Y 3500 LO
005505*    CIERRA.
005506******************************************************************
005507 3300-ABRIR-DEVOLUCION.
005508     EVALUATE WS-IDX-ORIGEN
005509         WHEN 1
005510             OPEN OUTPUT DEVOL01-ARCH
005511         WHEN 2
005512             OPEN OUTPUT DEVOL02-ARCH
005513         WHEN 3
005514             OPEN OUTPUT DEVOL03-ARCH
005515         WHEN 4
005516             OPEN OUTPUT DEVOL04-ARCH
005517         WHEN 5
005518             OPEN OUTPUT DEVOL05-ARCH
005519         WHEN 6
005520             OPEN OUTPUT DEVOL06-ARCH
005521         WHEN 7
005522             OPEN OUTPUT DEVOL07-ARCH
005523         WHEN 8
005524             OPEN OUTPUT DEVOL08-ARCH
005525         WHEN 9
005526             OPEN OUTPUT DEVOL09-ARCH
005527         WHEN 10
005528             OPEN OUTPUT DEVOL10-ARCH
005529     END-EVALUATE.
005530     IF WS-STATUS-DEVOLUC NOT = "00"
005531         DISPLAY "DEVRESPUESTAS: ERROR AL ABRIR "
005532             WS-NOMBRE-DEVOL(WS-IDX-ORIGEN)
005533             ", STATUS = " WS-STATUS-DEVOLUC
005534         STOP RUN
005535     END-IF.
005536 3300-EXIT.
005537     EXIT.

005538 3400-GRABAR-LINEA.
005539     EVALUATE WS-IDX-ORIGEN
005540         WHEN 1
005541             WRITE DEV01-LINEA FROM WS-DEV-LINEA
005542         WHEN 2
005543             WRITE DEV02-LINEA FROM WS-DEV-LINEA
005544         WHEN 3
005545             WRITE DEV03-LINEA FROM WS-DEV-LINEA
005546         WHEN 4
005547             WRITE DEV04-LINEA FROM WS-DEV-LINEA
005548         WHEN 5
005549             WRITE DEV05-LINEA FROM WS-DEV-LINEA
005550         WHEN 6
005551             WRITE DEV06-LINEA FROM WS-DEV-LINEA
005552         WHEN 7
005553             WRITE DEV07-LINEA FROM WS-DEV-LINEA
005554         WHEN 8
005555             WRITE DEV08-LINEA FROM WS-DEV-LINEA
005556         WHEN 9
005557             WRITE DEV09-LINEA FROM WS-DEV-LINEA
005558         WHEN 10
005559             WRITE DEV10-LINEA FROM WS-DEV-LINEA
005560     END-EVALUATE.
005561 3400-EXIT.
005562     EXIT.

005563 3500-CERRAR-DEVOLUCION.
005564     EVALUATE WS-IDX-ORIGEN
005565         WHEN 1
005566             CLOSE DEVOL01-ARCH
005567         WHEN 2
005568             CLOSE DEVOL02-ARCH
005569         WHEN 3
005570             CLOSE DEVOL03-ARCH
005571         WHEN 4
005572             CLOSE DEVOL04-ARCH
005573         WHEN 5
005574             CLOSE DEVOL05-ARCH
005575         WHEN 6
005576             CLOSE DEVOL06-ARCH
005577         WHEN 7
005578             CLOSE DEVOL07-ARCH
005579         WHEN 8
005580             CLOSE DEVOL08-ARCH
005581         WHEN 9
005582             CLOSE DEVOL09-ARCH
005583         WHEN 10
005584             CLOSE DEVOL10-ARCH
005585     END-EVALUATE.
005586 3500-EXIT.
005587     EXIT.

005588******************************************************************
005589*    4000-LISTAR-PENDIENTES
005590*    LISTA CADA PEDIDO ACEPTADO QUE NO RECIBIO RESPUESTA (ESPRIMO
005591*    LO RECHAZO, ERA UN DUPLICADO SIN RESULTADO EN EL MAESTRO, O
005592*    LA CORRIDA NO LLEGO A PROCESARLO).
005593******************************************************************
005594 4000-LISTAR-PENDIENTES.
005595     WRITE DVR-LINEA FROM WS-LINEA-BLANCO.
005596     WRITE DVR-LINEA FROM WS-ENC-PENDIENTES.
005600     WRITE DVR-LINEA FROM WS-ENC-PENDIENTES-2.
005610     PERFORM 4100-LISTAR-UN-PEDIDO THRU 4100-EXIT
005620         VARYING WS-IDX-CTL FROM 1 BY 1
005630             UNTIL WS-IDX-CTL > WS-CONT-CTL.
005640     MOVE WS-CONT-SIN-RESPUESTA TO WS-DVRT-VALOR.
005650     MOVE "PEDIDOS SIN RESPUESTA:" TO WS-DVRT-TEXTO.
005660     WRITE DVR-LINEA FROM WS-DVR-TOTAL.
005670 4000-EXIT.
005680     EXIT.

005690 4100-LISTAR-UN-PEDIDO.
005700     IF WS-CTL-RESULTADO(WS-IDX-CTL) = SPACE
005710         ADD 1 TO WS-CONT-SIN-RESPUESTA
005720         MOVE WS-CTL-ORIGEN(WS-IDX-CTL) TO WS-DVRP-ORIGEN
005730         MOVE WS-CTL-FECHA(WS-IDX-CTL) TO WS-DVRP-FECHA
005740         MOVE WS-CTL-DEPTO(WS-IDX-CTL) TO WS-DVRP-DEPTO
005750         MOVE WS-CTL-SOLICITUD(WS-IDX-CTL) TO WS-DVRP-SOLICITUD
005760         MOVE WS-CTL-DIVIDENDO(WS-IDX-CTL) TO WS-DVRP-DIVIDENDO
005770         WRITE DVR-LINEA FROM WS-DVR-PENDIENTE
005780     END-IF.
005790 4100-EXIT.
005800     EXIT.

005810******************************************************************
005820*    9999-FINALIZAR
005830*    ESCRIBE LOS TOTALES DE CONTROL, CIERRA LOS ARCHIVOS Y
005840*    TERMINA. CON RESPUESTAS HUERFANAS O PEDIDOS SIN RESPUESTA
005850*    LA CORRIDA TERMINA CON CODIGO 4 PARA QUE OPERACIONES REVISE
005854*    EL LISTADO ANTES DE QUE RECLAME EL ORIGEN; TAMBIEN SI LAS
005858*    DEVOLUCIONES SALEN SIN LA CORRIDA DE esPrimo. SI HUBO MAS
005863*    ORIGENES QUE ARCHIVOS DE DEVOLUCION TERMINA CON CODIGO 12:
005866*    ESOS ORIGENES NO RECIBIERON NADA.
005870******************************************************************
005880 9999-FINALIZAR.
005890     WRITE DVR-LINEA FROM WS-LINEA-BLANCO.
005900     MOVE WS-CONT-CTL TO WS-DVRT-VALOR.
005910     MOVE "PEDIDOS ACEPTADOS:" TO WS-DVRT-TEXTO.
005920     WRITE DVR-LINEA FROM WS-DVR-TOTAL.
005930     MOVE WS-CONT-RESPUESTAS TO WS-DVRT-VALOR.
005940     MOVE "RESPUESTAS LEIDAS:" TO WS-DVRT-TEXTO.
005950     WRITE DVR-LINEA FROM WS-DVR-TOTAL.
005960     MOVE WS-CONT-DEVUELTOS TO WS-DVRT-VALOR.
005970     MOVE "RESPUESTAS DEVUELTAS A LOS ORIGENES:" TO WS-DVRT-TEXTO.
005980     WRITE DVR-LINEA FROM WS-DVR-TOTAL.
005990     IF WS-CONT-HUERFANAS NOT = ZERO
006000             OR WS-CONT-SIN-RESPUESTA NOT = ZERO
006010         DISPLAY "DEVRESPUESTAS: SIN RESPUESTA: "
006020             WS-CONT-SIN-RESPUESTA " HUERFANAS: "
006030             WS-CONT-HUERFANAS
006040         MOVE 4 TO RETURN-CODE
006050     END-IF.
006051     IF WS-SIN-CORRIDA
006052         MOVE 4 TO RETURN-CODE
006053     END-IF.
006054     IF WS-ORIGENES-LLENA
006055         DISPLAY "DEVRESPUESTAS: MAS DE " WS-MAX-ORIGENES
006056             " ORIGENES, HAY ORIGENES SIN DEVOLUCION"
006057         MOVE 12 TO RETURN-CODE
006058     END-IF.
006060     IF NOT WS-SIN-RESPUESTA
006070         CLOSE RESPUESTA-ARCH
006080     END-IF.
006090     CLOSE DEVREP-ARCH.
006100     STOP RUN.
006110 9999-EXIT.
006120     EXIT.

006130 END PROGRAM devRespuestas.
