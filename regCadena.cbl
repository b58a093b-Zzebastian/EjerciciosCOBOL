000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    REGISTRO DE PASOS DE LA CADENA DIARIA (cargaLotes,
000070*             esPrimo, cuadre, extMaestro, vigBitacora) COMO
000080*             SUBPROGRAMA LLAMABLE. CADA PASO LLAMA AL ARRANCAR Y
000090*             AL TERMINAR; EL SUBPROGRAMA ASIENTA EN CADENA EL
000100*             INICIO, EL FIN, EL RETURN-CODE Y LA CORRIDA DEL PASO
000110*             PARA LA FECHA DE NEGOCIO, Y NO DEJA ARRANCAR UN PASO
000120*             SI EL ANTERIOR NO TERMINO BIEN ESA FECHA O SI EL
000130*             MISMO PASO YA CORRIO, SALVO QUE LA TARJETA DE LA
000140*             CADENA (TARJCAD) LO FUERCE CON UN OPERADOR (QUEDA
000150*             ASENTADO EN LA BITACORA) O PIDA REANUDAR LA CADENA.
000160*             EL ESTADO DE UNA FECHA LO LISTA repCadena.
000170* TECTONICS.  cobc -m regCadena.cbl  (O SE COMPILA JUNTO AL
000180*             PROGRAMA QUE LO LLAMA: cobc -x llamador.cbl
000190*             regCadena.cbl)
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000230* ----------  -----  -------------------------------------------
000240* 15/10/2026  RAS    VERSION ORIGINAL. NADA IMPEDIA CORRER UN
000250*                    PASO CON EL ANTERIOR CAIDO NI REPETIR esPrimo
000260*                    SOBRE UNA ENTRADA YA PROCESADA (Y CUADRAR Y
000270*                    EXTRAER DOS VECES).
000280******************************************************************
000290* CONTRATO DE LA LLAMADA
000300*   CALL "regCadena" USING <AREA DE PARAMETROS>
000310*   ENTRADA:  RCD-FUNCION          "I" INICIO DEL PASO (LEE LA
000320*             TARJETA, CONTROLA Y ASIENTA EL ARRANQUE), "F" FIN
000330*             DEL PASO (ASIENTA EL FIN DEL PASO INICIADO; SIN
000340*             INICIO PREVIO NO HACE NADA).
000350*             RCD-PASO             1 cargaLotes, 2 esPrimo,
000360*             3 cuadre, 4 extMaestro, 5 vigBitacora.
000370*             RCD-CORRIDA          EN "F": CORRIDA QUE EL PASO
000380*             PRODUJO O USO (CERO SI NO TIENE).
000390*             RCD-CODIGO           EN "F": RETURN-CODE DEL PASO.
000400*   SALIDA:   RCD-FECHA, RCD-LOTE  FECHA DE NEGOCIO Y SUBLOTE.
000410*             RCD-MOTIVO           TEXTO PARA LA CONSOLA.
000420*             RCD-RETORNO          "00" SEGUIR; "10" EL PASO YA
000430*             TERMINO BIEN Y LA TARJETA PIDE REANUDAR: EL LLAMADOR
000440*             TERMINA SIN HACER NADA CON RETURN-CODE 0; "12" PASO
000450*             RECHAZADO: EL LLAMADOR TERMINA CON RETURN-CODE 12;
000460*             OTRO VALOR, EL FILE STATUS DE CADENA (TAMBIEN SE
000470*             RECHAZA: SIN REGISTRO NO HAY CONTROL).
000480******************************************************************
000490* UN PASO TERMINA BIEN CON RETURN-CODE MENOR QUE 8 (EL 4 ES UN
000500* AVISO). UN PASO INICIADO SIN FIN ASENTADO SE CAYO O SIGUE
000510* CORRIENDO, Y PARA EL SIGUIENTE CUENTA COMO NO TERMINADO.
000520* UN SUBLOTE DE estCarga (LOTE 01 EN ADELANTE) REPITE LOS PASOS
000530* 2 A 5 CON SU PROPIO REGISTRO; SU esPrimo DEPENDE DE cargaLotes
000540* DEL LOTE 00 DE LA MISMA FECHA. cargaLotes SIEMPRE ES LOTE 00.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. regCadena.
000580 AUTHOR. R. ALVAREZ SOSA.
000590 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000600 DATE-WRITTEN. 15/10/2026.
000610 DATE-COMPILED.

000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT CADENA-ARCH
000660         ASSIGN TO "CADENA"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CAD-CLAVE
000700         FILE STATUS IS WS-STATUS-CADENA.

000710     SELECT CONTROL-ARCH
000720         ASSIGN TO "TARJCAD"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-CONTROL.

000750     SELECT BITACORA-ARCH
000760         ASSIGN TO "BITACORA"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-STATUS-BITACORA.

000790 DATA DIVISION.
000800 FILE SECTION.
000810******************************************************************
000820*    REGISTRO DE LA CADENA - UNO POR FECHA DE NEGOCIO Y SUBLOTE,
000830*    CON UNA OCURRENCIA POR PASO EN EL ORDEN DE LA CADENA.
000840*    ESTADO: BLANCO NO CORRIO, "I" INICIADO SIN FIN, "N" TERMINO
000850*    BIEN, "A" TERMINO MAL. CAD-FORZADO MARCA EL ULTIMO ARRANQUE
000860*    FORZADO POR OPERADOR; CAD-EJECUCIONES CUENTA LOS ARRANQUES.
000870******************************************************************
000880 FD  CADENA-ARCH
000890     RECORDING MODE IS F.
000900 01  CAD-REGISTRO.
000910     05  CAD-CLAVE.
000920         10  CAD-FECHA                PIC 9(08).
000930         10  CAD-LOTE                 PIC 9(02).
000940     05  CAD-PASO OCCURS 5 TIMES.
000950         10  CAD-ESTADO               PIC X(01).
000960             88  CAD-NO-CORRIO             VALUE SPACE.
000970             88  CAD-INICIADO              VALUE "I".
000980             88  CAD-TERMINO-BIEN          VALUE "N".
000990             88  CAD-TERMINO-MAL           VALUE "A".
001000         10  CAD-INI-FECHA            PIC 9(08).
001010         10  CAD-INI-HORA             PIC 9(06).
001020         10  CAD-FIN-FECHA            PIC 9(08).
001030         10  CAD-FIN-HORA             PIC 9(06).
001040         10  CAD-RC                   PIC 9(04).
001050         10  CAD-CORRIDA              PIC 9(06).
001060         10  CAD-FORZADO              PIC X(01).
001070         10  CAD-EJECUCIONES          PIC 9(02).
001080     05  FILLER                       PIC X(20).

001090******************************************************************
001100*    TARJETA DE LA CADENA, LA MISMA PARA LOS CINCO PASOS: FECHA
001110*    DE NEGOCIO (EN CERO O SIN TARJETA, LA FECHA DEL SISTEMA) Y
001120*    SUBLOTE. "S" EN CTL-REANUDAR PIDE REANUDAR LA CADENA: LOS
001130*    PASOS YA TERMINADOS SE SALTEAN Y EL QUE FALLO VUELVE A
001140*    CORRER. CTL-FORZAR-PASO (NOMBRE DEL PROGRAMA EN MAYUSCULAS)
001150*    CON CTL-OPERADOR DEJA ARRANCAR ESE PASO SIN LOS CONTROLES.
001160*    REANUDAR Y FORZAR SOLO VALEN CON LA FECHA EXPLICITA EN LA
001170*    TARJETA, PARA QUE UNA TARJETA OLVIDADA NO SIGA FORZANDO LOS
001180*    DIAS SIGUIENTES.
001190******************************************************************
001200 FD  CONTROL-ARCH
001210     RECORDING MODE IS F.
001220 01  CTL-TARJETA.
001230     05  CTL-FECHA                    PIC 9(08).
001240     05  CTL-LOTE                     PIC 9(02).
001250     05  CTL-REANUDAR                 PIC X(01).
001260     05  CTL-FORZAR-PASO              PIC X(12).
001270     05  CTL-OPERADOR                 PIC X(08).
001280     05  CTL-MOTIVO                   PIC X(20).
001290     05  FILLER                       PIC X(29).

001300******************************************************************
001310*    BITACORA DE CORRIDAS - MISMO REGISTRO QUE EN esPrimo. EL
001320*    ARRANQUE FORZADO SE ASIENTA COMO MANUAL (MODO "M", ACCION
001330*    "F"), CON LA FECHA DE NEGOCIO EN EL CAMPO DEL RANGO-DESDE
001340*    Y EL NUMERO DE PASO EN EL RANGO-HASTA.
001350******************************************************************
001360 FD  BITACORA-ARCH
001370     RECORDING MODE IS F.
001380 01  BIT-REGISTRO                     PIC X(120).

001390 WORKING-STORAGE SECTION.
001400******************************************************************
001410*    ESTADO ENTRE LLAMADAS. EL SUBPROGRAMA NO SE CANCELA ENTRE EL
001420*    INICIO Y EL FIN DEL PASO, ASI QUE LA CLAVE Y EL PASO
001430*    INICIADO SE CONSERVAN DURANTE TODA LA CORRIDA DEL LLAMADOR.
001440******************************************************************
001450 77  WS-STATUS-CADENA                 PIC X(02) VALUE SPACES.
001460 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
001470 77  WS-STATUS-BITACORA               PIC X(02) VALUE SPACES.
001480 77  WS-PASO-INICIADO                 PIC 9(01) VALUE ZERO.
001490 77  WS-PASO-ANTERIOR                 PIC 9(01) VALUE ZERO.
001495 77  WS-IND-PASO                      PIC 9(01) VALUE ZERO.
001500 77  WS-FECHA-NEGOCIO                 PIC 9(08) VALUE ZERO.
001510 77  WS-LOTE                          PIC 9(02) VALUE ZERO.
001520 77  WS-ESTADO-ANTERIOR               PIC X(01) VALUE SPACE.

001530 01  WS-SWITCHES.
001540     05  WS-SW-FECHA-TARJETA          PIC X(01) VALUE "N".
001550         88  WS-FECHA-EN-TARJETA                 VALUE "Y".
001560     05  WS-SW-REANUDAR               PIC X(01) VALUE "N".
001570         88  WS-REANUDAR                         VALUE "Y".
001580     05  WS-SW-FORZADO                PIC X(01) VALUE "N".
001590         88  WS-FORZADO                          VALUE "Y".
001600     05  WS-SW-REGISTRO               PIC X(01) VALUE "N".
001610         88  WS-REGISTRO-NUEVO                   VALUE "Y".
001620         88  WS-REGISTRO-EXISTE                  VALUE "N".

001630 01  WS-HORA-ACTUAL.
001640     05  WS-HORA-HHMMSS               PIC 9(06).
001650     05  FILLER                       PIC 9(02).

001660******************************************************************
001670*    NOMBRES DE LOS PASOS, EN EL ORDEN DE LA CADENA. EL NUMERO DE
001680*    PASO ES EL SUBINDICE.
001690******************************************************************
001700 01  WS-NOMBRES-PASO.
001710     05  FILLER                  PIC X(12) VALUE "CARGALOTES".
001720     05  FILLER                  PIC X(12) VALUE "ESPRIMO".
001730     05  FILLER                  PIC X(12) VALUE "CUADRE".
001740     05  FILLER                  PIC X(12) VALUE "EXTMAESTRO".
001750     05  FILLER                  PIC X(12) VALUE "VIGBITACORA".
001760 01  WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-PASO.
001770     05  WS-NOMBRE-PASO OCCURS 5 TIMES PIC X(12).

001780******************************************************************
001790*    ASIENTO DEL ARRANQUE FORZADO EN LA BITACORA
001800******************************************************************
001810 01  WS-BITACORA-REG.
001820     05  WS-BIT-FECHA                 PIC 9(08).
001830     05  WS-BIT-HORA                  PIC 9(06).
001840     05  WS-BIT-MODO                  PIC X(01) VALUE "M".
001850     05  WS-BIT-REINICIO              PIC X(01) VALUE "N".
001860     05  WS-BIT-ESTADO                PIC X(01) VALUE "N".
001870     05  WS-BIT-RANGO-DESDE           PIC 9(12).
001880     05  WS-BIT-RANGO-HASTA           PIC 9(12).
001890     05  WS-BIT-LEIDOS                PIC 9(08) VALUE ZERO.
001900     05  WS-BIT-PRIMOS                PIC 9(08) VALUE ZERO.
001910     05  WS-BIT-COMPUESTOS            PIC 9(08) VALUE ZERO.
001920     05  WS-BIT-RECHAZOS              PIC 9(08) VALUE ZERO.
001930     05  WS-BIT-DUPLICADOS            PIC 9(08) VALUE ZERO.
001940     05  WS-BIT-OPERADOR              PIC X(08).
001950     05  WS-BIT-ACCION                PIC X(01) VALUE "F".
001960     05  WS-BIT-MOTIVO                PIC X(20).
001970     05  WS-BIT-ENSAYO                PIC X(01) VALUE "N".
001980     05  WS-BIT-CORRIDA               PIC 9(06) VALUE ZERO.
001990     05  FILLER                       PIC X(03) VALUE SPACES.

002000 LINKAGE SECTION.
002010******************************************************************
002020*    AREA DE PARAMETROS DE LA LLAMADA. EL LLAMADOR DEFINE UN
002030*    AREA IGUAL EN SU WORKING-STORAGE (WS-RCD-PARAMETROS) Y LA
002040*    PASA POR REFERENCIA, COMO CON clasifDiv.
002050******************************************************************
002060 01  RCD-PARAMETROS.
002070     05  RCD-FUNCION                  PIC X(01).
002080         88  RCD-INICIO                    VALUE "I".
002090         88  RCD-FIN                       VALUE "F".
002100     05  RCD-PASO                     PIC 9(01).
002110     05  RCD-CORRIDA                  PIC 9(06).
002120     05  RCD-CODIGO                   PIC 9(04).
002130     05  RCD-FECHA                    PIC 9(08).
002140     05  RCD-LOTE                     PIC 9(02).
002150     05  RCD-MOTIVO                   PIC X(40).
002160     05  RCD-RETORNO                  PIC X(02).

002170 PROCEDURE DIVISION USING RCD-PARAMETROS.
002180******************************************************************
002190*    0000-MAINLINE
002200*    DESPACHA LA FUNCION PEDIDA Y DEVUELVE EL CONTROL.
002210******************************************************************
002220 0000-MAINLINE.
002230     MOVE "00" TO RCD-RETORNO.
002240     MOVE SPACES TO RCD-MOTIVO.
002250     EVALUATE TRUE
002260         WHEN RCD-INICIO
002270             PERFORM 1000-INICIAR-PASO THRU 1000-EXIT
002280         WHEN RCD-FIN
002290             PERFORM 2000-TERMINAR-PASO THRU 2000-EXIT
002300         WHEN OTHER
002310             MOVE "99" TO RCD-RETORNO
002320     END-EVALUATE.
002330     GOBACK.
002340 0000-EXIT.
002350     EXIT.

002360******************************************************************
002370*    1000-INICIAR-PASO
002380*    LEE LA TARJETA, TRAE EL REGISTRO DE LA FECHA Y APLICA LOS
002390*    CONTROLES: EL PASO NO DEBE HABER CORRIDO (SALVO REANUDACION
002400*    DE UN PASO QUE FALLO) Y EL ANTERIOR DEBE HABER TERMINADO
002410*    BIEN. UN ARRANQUE FORZADO SALTEA LOS DOS CONTROLES Y SE
002420*    ASIENTA EN LA BITACORA. SI EL PASO ARRANCA, SE GRABA SU
002430*    INICIO.
002440******************************************************************
002450 1000-INICIAR-PASO.
002460     IF RCD-PASO < 1 OR RCD-PASO > 5
002470         MOVE "99" TO RCD-RETORNO
002480         MOVE "NUMERO DE PASO INVALIDO" TO RCD-MOTIVO
002490         GO TO 1000-EXIT
002500     END-IF.
002510     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
002520     IF RCD-PASO = 1
002530         MOVE ZERO TO WS-LOTE
002540     END-IF.
002550     MOVE WS-FECHA-NEGOCIO TO RCD-FECHA.
002560     MOVE WS-LOTE TO RCD-LOTE.
002570     OPEN I-O CADENA-ARCH.
002580     IF WS-STATUS-CADENA = "35"
002590         OPEN OUTPUT CADENA-ARCH
002600         CLOSE CADENA-ARCH
002610         OPEN I-O CADENA-ARCH
002620     END-IF.
002630     IF WS-STATUS-CADENA NOT = "00"
002640         MOVE WS-STATUS-CADENA TO RCD-RETORNO
002650         MOVE "NO SE PUDO ABRIR CADENA" TO RCD-MOTIVO
002660         GO TO 1000-EXIT
002670     END-IF.
002680     PERFORM 1200-ESTADO-ANTERIOR THRU 1200-EXIT.
002690     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT.
002700     IF RCD-RETORNO NOT = "00"
002710         CLOSE CADENA-ARCH
002720         GO TO 1000-EXIT
002730     END-IF.
002740     IF WS-FORZADO
002750         PERFORM 1500-ASENTAR-FORZADO THRU 1500-EXIT
002760     ELSE
002770         PERFORM 1400-CONTROLAR-PASO THRU 1400-EXIT
002780     END-IF.
002790     IF RCD-RETORNO NOT = "00"
002800         CLOSE CADENA-ARCH
002810         GO TO 1000-EXIT
002820     END-IF.
002830     MOVE "I" TO CAD-ESTADO(RCD-PASO).
002840     ACCEPT CAD-INI-FECHA(RCD-PASO) FROM DATE YYYYMMDD.
002850     ACCEPT WS-HORA-ACTUAL FROM TIME.
002860     MOVE WS-HORA-HHMMSS TO CAD-INI-HORA(RCD-PASO).
002870     MOVE ZERO TO CAD-FIN-FECHA(RCD-PASO).
002880     MOVE ZERO TO CAD-FIN-HORA(RCD-PASO).
002890     MOVE ZERO TO CAD-RC(RCD-PASO).
002900     MOVE ZERO TO CAD-CORRIDA(RCD-PASO).
002910     IF CAD-EJECUCIONES(RCD-PASO) < 99
002920         ADD 1 TO CAD-EJECUCIONES(RCD-PASO)
002930     END-IF.
002940     IF WS-FORZADO
002950         MOVE "S" TO CAD-FORZADO(RCD-PASO)
002960     ELSE
002970         MOVE "N" TO CAD-FORZADO(RCD-PASO)
002980     END-IF.
002990     IF WS-REGISTRO-NUEVO
003000         WRITE CAD-REGISTRO
003010     ELSE
003020         REWRITE CAD-REGISTRO
003030     END-IF.
003040     IF WS-STATUS-CADENA NOT = "00"
003050         MOVE WS-STATUS-CADENA TO RCD-RETORNO
003060         MOVE "NO SE PUDO GRABAR CADENA" TO RCD-MOTIVO
003070         CLOSE CADENA-ARCH
003080         GO TO 1000-EXIT
003090     END-IF.
003100     CLOSE CADENA-ARCH.
003110     MOVE RCD-PASO TO WS-PASO-INICIADO.
003120 1000-EXIT.
003130     EXIT.

003140******************************************************************
003150*    1100-LEER-TARJETA
003160*    TOMA LA FECHA DE NEGOCIO Y EL SUBLOTE, Y EL PEDIDO DE
003170*    REANUDAR O FORZAR SI LA TARJETA TRAE LA FECHA. FORZAR SOLO
003180*    VALE PARA EL PASO NOMBRADO Y CON UN OPERADOR.
003190******************************************************************
003200 1100-LEER-TARJETA.
003210     ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD.
003220     MOVE ZERO TO WS-LOTE.
003230     MOVE "N" TO WS-SW-FECHA-TARJETA.
003240     MOVE "N" TO WS-SW-REANUDAR.
003250     MOVE "N" TO WS-SW-FORZADO.
003260     OPEN INPUT CONTROL-ARCH.
003270     IF WS-STATUS-CONTROL NOT = "00"
003280         GO TO 1100-EXIT
003290     END-IF.
003300     READ CONTROL-ARCH
003310         AT END
003320             CLOSE CONTROL-ARCH
003330             GO TO 1100-EXIT
003340     END-READ.
003350     CLOSE CONTROL-ARCH.
003360     IF CTL-LOTE NUMERIC
003370         MOVE CTL-LOTE TO WS-LOTE
003380     END-IF.
003390     IF CTL-FECHA NOT NUMERIC
003400             OR CTL-FECHA = ZERO
003410         GO TO 1100-EXIT
003420     END-IF.
003430     MOVE CTL-FECHA TO WS-FECHA-NEGOCIO.
003440     SET WS-FECHA-EN-TARJETA TO TRUE.
003450     IF CTL-REANUDAR = "S"
003460         SET WS-REANUDAR TO TRUE
003470     END-IF.
003480     IF CTL-FORZAR-PASO = WS-NOMBRE-PASO(RCD-PASO)
003490             AND CTL-OPERADOR NOT = SPACES
003500         SET WS-FORZADO TO TRUE
003510     END-IF.
003520 1100-EXIT.
003530     EXIT.

003540******************************************************************
003550*    1200-ESTADO-ANTERIOR
003560*    TRAE EL ESTADO DEL PASO ANTERIOR. EL esPrimo DE UN SUBLOTE
003570*    DEPENDE DE cargaLotes, QUE ESTA EN EL LOTE 00 DE LA FECHA;
003580*    LOS DEMAS PASOS, DEL ANTERIOR EN SU MISMO REGISTRO (QUE SE
003590*    LEE DESPUES, EN 1300). cargaLotes NO TIENE ANTERIOR.
003600******************************************************************
003610 1200-ESTADO-ANTERIOR.
003620     MOVE "N" TO WS-ESTADO-ANTERIOR.
003630     COMPUTE WS-PASO-ANTERIOR = RCD-PASO - 1.
003640     IF RCD-PASO NOT = 2 OR WS-LOTE = ZERO
003650         GO TO 1200-EXIT
003660     END-IF.
003670     MOVE WS-FECHA-NEGOCIO TO CAD-FECHA.
003680     MOVE ZERO TO CAD-LOTE.
003690     MOVE SPACE TO WS-ESTADO-ANTERIOR.
003700     READ CADENA-ARCH
003710         INVALID KEY
003720             CONTINUE
003730         NOT INVALID KEY
003740             MOVE CAD-ESTADO(1) TO WS-ESTADO-ANTERIOR
003750     END-READ.
003760 1200-EXIT.
003770     EXIT.

003780******************************************************************
003790*    1300-LEER-REGISTRO
003800*    LEE EL REGISTRO DE LA FECHA Y EL SUBLOTE; SI NO EXISTE LO
003810*    PREPARA VACIO PARA GRABARLO CON EL PRIMER PASO QUE ARRANQUE.
003820******************************************************************
003830 1300-LEER-REGISTRO.
003840     MOVE WS-FECHA-NEGOCIO TO CAD-FECHA.
003850     MOVE WS-LOTE TO CAD-LOTE.
003860     SET WS-REGISTRO-EXISTE TO TRUE.
003870     READ CADENA-ARCH
003880         INVALID KEY
003890             SET WS-REGISTRO-NUEVO TO TRUE
003900     END-READ.
003910     IF WS-REGISTRO-NUEVO
003920         MOVE SPACES TO CAD-REGISTRO
003930         MOVE WS-FECHA-NEGOCIO TO CAD-FECHA
003940         MOVE WS-LOTE TO CAD-LOTE
003950         PERFORM 1350-LIMPIAR-PASO THRU 1350-EXIT
003960             VARYING WS-IND-PASO FROM 1 BY 1
003970                 UNTIL WS-IND-PASO > 5
003980     ELSE
003990         IF WS-STATUS-CADENA NOT = "00"
004000             MOVE WS-STATUS-CADENA TO RCD-RETORNO
004010             MOVE "NO SE PUDO LEER CADENA" TO RCD-MOTIVO
004020             GO TO 1300-EXIT
004030         END-IF
004040     END-IF.
004050     IF RCD-PASO > 1
004060             AND (RCD-PASO > 2 OR WS-LOTE = ZERO)
004070         MOVE CAD-ESTADO(WS-PASO-ANTERIOR) TO WS-ESTADO-ANTERIOR
004080     END-IF.
004090 1300-EXIT.
004110     EXIT.

004120 1350-LIMPIAR-PASO.
004130     MOVE SPACE TO CAD-ESTADO(WS-IND-PASO).
004140     MOVE ZERO TO CAD-INI-FECHA(WS-IND-PASO).
004150     MOVE ZERO TO CAD-INI-HORA(WS-IND-PASO).
004160     MOVE ZERO TO CAD-FIN-FECHA(WS-IND-PASO).
004170     MOVE ZERO TO CAD-FIN-HORA(WS-IND-PASO).
004180     MOVE ZERO TO CAD-RC(WS-IND-PASO).
004190     MOVE ZERO TO CAD-CORRIDA(WS-IND-PASO).
004200     MOVE "N" TO CAD-FORZADO(WS-IND-PASO).
004210     MOVE ZERO TO CAD-EJECUCIONES(WS-IND-PASO).
004220 1350-EXIT.
004230     EXIT.

004240******************************************************************
004250*    1400-CONTROLAR-PASO
004260*    UN PASO QUE YA TERMINO BIEN SE SALTEA SI SE REANUDA LA
004270*    CADENA Y SE RECHAZA SI NO. UN PASO INICIADO O CAIDO SOLO
004280*    VUELVE A CORRER AL REANUDAR. DESPUES, EL ANTERIOR DEBE
004290*    HABER TERMINADO BIEN.
004300******************************************************************
004310 1400-CONTROLAR-PASO.
004320     IF CAD-TERMINO-BIEN(RCD-PASO)
004330         IF WS-REANUDAR
004340             MOVE "10" TO RCD-RETORNO
004350             MOVE "PASO YA TERMINADO, SE SALTEA" TO RCD-MOTIVO
004360         ELSE
004370             MOVE "12" TO RCD-RETORNO
004380             MOVE "PASO YA CORRIO PARA LA FECHA" TO RCD-MOTIVO
004390         END-IF
004400         GO TO 1400-EXIT
004410     END-IF.
004420     IF NOT CAD-NO-CORRIO(RCD-PASO)
004430             AND NOT WS-REANUDAR
004440         MOVE "12" TO RCD-RETORNO
004450         MOVE "PASO YA INICIADO (CAIDO O EN CURSO)" TO RCD-MOTIVO
004460         GO TO 1400-EXIT
004470     END-IF.
004480     IF WS-ESTADO-ANTERIOR NOT = "N"
004490         MOVE "12" TO RCD-RETORNO
004500         MOVE SPACES TO RCD-MOTIVO
004510         STRING WS-NOMBRE-PASO(WS-PASO-ANTERIOR)
004520                 DELIMITED BY SPACE
004530             " NO TERMINO BIEN PARA LA FECHA"
004540                 DELIMITED BY SIZE
004550             INTO RCD-MOTIVO
004560     END-IF.
004570 1400-EXIT.
004580     EXIT.

004590******************************************************************
004600*    1500-ASENTAR-FORZADO
004610*    DEJA EN LA BITACORA EL ARRANQUE FORZADO: OPERADOR, MOTIVO,
004620*    FECHA DE NEGOCIO Y PASO. SI LA BITACORA NO SE PUEDE ABRIR EL
004630*    ARRANQUE NO SE FUERZA: UN FORZADO SIN ASIENTO NO SE ADMITE.
004640******************************************************************
004650 1500-ASENTAR-FORZADO.
004660     OPEN EXTEND BITACORA-ARCH.
004670     IF WS-STATUS-BITACORA = "35"
004680         OPEN OUTPUT BITACORA-ARCH
004690     END-IF.
004700     IF WS-STATUS-BITACORA NOT = "00"
004710         MOVE "12" TO RCD-RETORNO
004720         MOVE "FORZADO SIN BITACORA, NO SE ADMITE" TO RCD-MOTIVO
004740         GO TO 1500-EXIT
004750     END-IF.
004760     ACCEPT WS-BIT-FECHA FROM DATE YYYYMMDD.
004770     ACCEPT WS-HORA-ACTUAL FROM TIME.
004780     MOVE WS-HORA-HHMMSS TO WS-BIT-HORA.
004790     MOVE WS-FECHA-NEGOCIO TO WS-BIT-RANGO-DESDE.
004800     MOVE RCD-PASO TO WS-BIT-RANGO-HASTA.
004810     MOVE CTL-OPERADOR TO WS-BIT-OPERADOR.
004820     MOVE CTL-MOTIVO TO WS-BIT-MOTIVO.
004830     WRITE BIT-REGISTRO FROM WS-BITACORA-REG.
004840     CLOSE BITACORA-ARCH.
004850     MOVE "ARRANQUE FORZADO POR OPERADOR" TO RCD-MOTIVO.
004860 1500-EXIT.
004870     EXIT.

004880******************************************************************
004890*    2000-TERMINAR-PASO
004900*    ASIENTA EL FIN DEL PASO INICIADO EN ESTA CORRIDA CON SU
004910*    RETURN-CODE Y SU CORRIDA. MENOS DE 8 ES TERMINACION NORMAL.
004920*    SIN INICIO PREVIO (EL PASO NO SE REGISTRA EN ESE MODO, O
004930*    CAYO ANTES DE REGISTRARSE) NO HACE NADA.
004940******************************************************************
004950 2000-TERMINAR-PASO.
004960     IF WS-PASO-INICIADO = ZERO
004970         GO TO 2000-EXIT
004980     END-IF.
004990     OPEN I-O CADENA-ARCH.
005000     IF WS-STATUS-CADENA NOT = "00"
005010         MOVE WS-STATUS-CADENA TO RCD-RETORNO
005020         MOVE "NO SE PUDO ABRIR CADENA" TO RCD-MOTIVO
005030         GO TO 2000-EXIT
005040     END-IF.
005050     MOVE WS-FECHA-NEGOCIO TO CAD-FECHA.
005060     MOVE WS-LOTE TO CAD-LOTE.
005070     READ CADENA-ARCH
005080         INVALID KEY
005090             MOVE "23" TO RCD-RETORNO
005100             MOVE "PASO SIN REGISTRO DE INICIO" TO RCD-MOTIVO
005110             CLOSE CADENA-ARCH
005120             GO TO 2000-EXIT
005130     END-READ.
005140     ACCEPT CAD-FIN-FECHA(WS-PASO-INICIADO) FROM DATE YYYYMMDD.
005150     ACCEPT WS-HORA-ACTUAL FROM TIME.
005160     MOVE WS-HORA-HHMMSS TO CAD-FIN-HORA(WS-PASO-INICIADO).
005170     MOVE RCD-CODIGO TO CAD-RC(WS-PASO-INICIADO).
005180     MOVE RCD-CORRIDA TO CAD-CORRIDA(WS-PASO-INICIADO).
005190     IF RCD-CODIGO < 8
005200         MOVE "N" TO CAD-ESTADO(WS-PASO-INICIADO)
005210     ELSE
005220         MOVE "A" TO CAD-ESTADO(WS-PASO-INICIADO)
005230     END-IF.
005240     REWRITE CAD-REGISTRO.
005250     IF WS-STATUS-CADENA NOT = "00"
005260         MOVE WS-STATUS-CADENA TO RCD-RETORNO
005270         MOVE "NO SE PUDO GRABAR CADENA" TO RCD-MOTIVO
005280     END-IF.
005290     CLOSE CADENA-ARCH.
005300     MOVE ZERO TO WS-PASO-INICIADO.
005310 2000-EXIT.
005320     EXIT.

005330 END PROGRAM regCadena.
