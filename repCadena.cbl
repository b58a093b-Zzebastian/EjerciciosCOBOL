000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    ESTADO DE LA CADENA DIARIA PARA UNA FECHA DE
000070*             NEGOCIO: LISTA, POR SUBLOTE, CADA PASO REGISTRADO EN
000080*             CADENA (POR regCadena) CON SU ESTADO, INICIO, FIN,
000090*             RETURN-CODE, CORRIDA, CANTIDAD DE ARRANQUES Y SI FUE
000100*             FORZADO, Y DICE DESDE QUE PASO HAY QUE REANUDAR. UNA
000110*             CADENA INCOMPLETA O SIN REGISTRO TERMINA CON
000120*             RETURN-CODE 4.
000130* TECTONICS.  cobc -x repCadena.cbl
000140******************************************************************
000150* HISTORIAL DE MODIFICACIONES
000160* FECHA       INIC.  DESCRIPCION
000170* ----------  -----  -------------------------------------------
000180* 15/10/2026  RAS    VERSION ORIGINAL. EL ESTADO DE LA CADENA SE
000190*                    ARMABA MIRANDO LOS LISTADOS DE CADA PASO.
000193* 15/10/2026  RAS    EL RESUMEN DICE EN CUANTOS SUBLOTES SE PARTIO
000196*                    EL LOTE 00 CUANDO LA FECHA PASO POR estCarga.
000197* 15/10/2026  RAS    LOS TITULOS RC, CORRIDA, EJ Y FZ QUEDAN SOBRE
000198*                    SUS COLUMNAS DEL DETALLE.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. repCadena.
000230 AUTHOR. R. ALVAREZ SOSA.
000240 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000250 DATE-WRITTEN. 15/10/2026.
000260 DATE-COMPILED.

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CADENA-ARCH
000310         ASSIGN TO "CADENA"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CAD-CLAVE
000350         FILE STATUS IS WS-STATUS-CADENA.

000360     SELECT CONTROL-ARCH
000370         ASSIGN TO "TARJRCAD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-STATUS-CONTROL.

000400     SELECT CADREP-ARCH
000410         ASSIGN TO "CADREP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STATUS-CADREP.

000440 DATA DIVISION.
000450 FILE SECTION.
000460******************************************************************
000470*    REGISTRO DE LA CADENA - MISMO REGISTRO QUE EN regCadena.
000480*    AQUI SOLO SE LEE.
000490******************************************************************
000500 FD  CADENA-ARCH
000510     RECORDING MODE IS F.
000520 01  CAD-REGISTRO.
000530     05  CAD-CLAVE.
000540         10  CAD-FECHA                PIC 9(08).
000550         10  CAD-LOTE                 PIC 9(02).
000560     05  CAD-PASO OCCURS 5 TIMES.
000570         10  CAD-ESTADO               PIC X(01).
000580             88  CAD-NO-CORRIO             VALUE SPACE.
000590             88  CAD-INICIADO              VALUE "I".
000600             88  CAD-TERMINO-BIEN          VALUE "N".
000610             88  CAD-TERMINO-MAL           VALUE "A".
000620         10  CAD-INI-FECHA            PIC 9(08).
000630         10  CAD-INI-HORA             PIC 9(06).
000640         10  CAD-FIN-FECHA            PIC 9(08).
000650         10  CAD-FIN-HORA             PIC 9(06).
000660         10  CAD-RC                   PIC 9(04).
000670         10  CAD-CORRIDA              PIC 9(06).
000680         10  CAD-FORZADO              PIC X(01).
000690         10  CAD-EJECUCIONES          PIC 9(02).
000700     05  FILLER                       PIC X(20).

000710******************************************************************
000720*    TARJETA DEL REPORTE: FECHA DE NEGOCIO (EN CERO O SIN
000730*    TARJETA, LA FECHA DEL SISTEMA).
000740******************************************************************
000750 FD  CONTROL-ARCH
000760     RECORDING MODE IS F.
000770 01  CTL-TARJETA.
000780     05  CTL-FECHA                    PIC 9(08).
000790     05  FILLER                       PIC X(72).

000800******************************************************************
000810*    REPORTE DEL ESTADO DE LA CADENA
000820******************************************************************
000830 FD  CADREP-ARCH
000840     RECORDING MODE IS F.
000850 01  CRP-LINEA                        PIC X(80).

000860 WORKING-STORAGE SECTION.
000870******************************************************************
000880*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
000890******************************************************************
000900 77  WS-STATUS-CADENA                 PIC X(02) VALUE SPACES.
000910 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
000920 77  WS-STATUS-CADREP                 PIC X(02) VALUE SPACES.

000930 01  WS-SWITCHES.
000940     05  WS-SW-FIN-CADENA             PIC X(01) VALUE "N".
000950         88  WS-FIN-CADENA                       VALUE "Y".
000960     05  WS-SW-SUBLOTES               PIC X(01) VALUE "N".
000970         88  WS-HAY-SUBLOTES                     VALUE "Y".

000980******************************************************************
000990*    FECHA PEDIDA, PASO EN CURSO Y PUNTO DE REANUDACION DEL
001000*    SUBLOTE QUE SE LISTA (CERO: CADENA COMPLETA).
001010******************************************************************
001020 77  WS-FECHA-NEGOCIO                 PIC 9(08) VALUE ZERO.
001030 77  WS-IND-PASO                      PIC 9(01) VALUE ZERO.
001040 77  WS-PASO-DESDE                    PIC 9(01) VALUE ZERO.
001050 77  WS-PASO-REANUDAR                 PIC 9(01) VALUE ZERO.
001060 77  WS-LOTE-00-PENDIENTE             PIC X(01) VALUE "N".
001070 77  WS-CONT-LOTES                    PIC 9(04) COMP VALUE ZERO.
001080 77  WS-CONT-INCOMPLETOS              PIC 9(04) COMP VALUE ZERO.
001085 77  WS-CONT-SUBLOTES                 PIC 9(04) COMP VALUE ZERO.

001090******************************************************************
001100*    NOMBRES DE LOS PASOS, EN EL ORDEN DE LA CADENA (LOS MISMOS
001110*    QUE EN regCadena).
001120******************************************************************
001130 01  WS-NOMBRES-PASO.
001140     05  FILLER                  PIC X(12) VALUE "CARGALOTES".
001150     05  FILLER                  PIC X(12) VALUE "ESPRIMO".
001160     05  FILLER                  PIC X(12) VALUE "CUADRE".
001170     05  FILLER                  PIC X(12) VALUE "EXTMAESTRO".
001180     05  FILLER                  PIC X(12) VALUE "VIGBITACORA".
001190 01  WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-PASO.
001200     05  WS-NOMBRE-PASO OCCURS 5 TIMES PIC X(12).

001210******************************************************************
001220*    LINEAS DEL REPORTE
001230******************************************************************
001240 01  WS-ENCABEZADO-1.
001250     05  FILLER                       PIC X(34)
001260             VALUE "ESTADO DE LA CADENA DIARIA        ".
001270     05  FILLER                       PIC X(18)
001280             VALUE "FECHA DE NEGOCIO: ".
001290     05  WS-ENC-FECHA                 PIC 9(08).

001300 01  WS-ENCABEZADO-2.
001310     05  FILLER                       PIC X(30)
001320             VALUE "   PASO         ESTADO        ".
001330     05  FILLER                       PIC X(30)
001340             VALUE "INICIO          FIN           ".
001350     05  FILLER                       PIC X(20)
001360             VALUE "    RC CORRIDA EJ FZ".

001370 01  WS-TIT-LOTE.
001380     05  FILLER                       PIC X(06) VALUE "LOTE: ".
001390     05  WS-TITL-LOTE                 PIC 9(02).
001400     05  FILLER                       PIC X(02) VALUE SPACES.
001410     05  WS-TITL-TEXTO                PIC X(30).

001420 01  WS-CRP-DETALLE.
001430     05  FILLER                       PIC X(03) VALUE SPACES.
001440     05  WS-CRPD-PASO                 PIC X(12).
001450     05  FILLER                       PIC X(01) VALUE SPACE.
001460     05  WS-CRPD-ESTADO               PIC X(13).
001470     05  FILLER                       PIC X(01) VALUE SPACE.
001480     05  WS-CRPD-INICIO.
001490         10  WS-CRPD-INI-FECHA        PIC 9(08).
001500         10  FILLER                   PIC X(01) VALUE SPACE.
001510         10  WS-CRPD-INI-HORA         PIC 9(06).
001520     05  WS-CRPD-INI-BLANCO REDEFINES WS-CRPD-INICIO
001530                                      PIC X(15).
001540     05  FILLER                       PIC X(01) VALUE SPACE.
001550     05  WS-CRPD-FIN.
001560         10  WS-CRPD-FIN-FECHA        PIC 9(08).
001570         10  FILLER                   PIC X(01) VALUE SPACE.
001580         10  WS-CRPD-FIN-HORA         PIC 9(06).
001590     05  WS-CRPD-FIN-BLANCO REDEFINES WS-CRPD-FIN
001600                                      PIC X(15).
001610     05  FILLER                       PIC X(01) VALUE SPACE.
001620     05  WS-CRPD-RC                   PIC ZZZ9.
001630     05  FILLER                       PIC X(01) VALUE SPACE.
001640     05  WS-CRPD-CORRIDA              PIC ZZZZZ9.
001650     05  FILLER                       PIC X(02) VALUE SPACES.
001660     05  WS-CRPD-EJECUCIONES          PIC Z9.
001670     05  FILLER                       PIC X(02) VALUE SPACES.
001680     05  WS-CRPD-FORZADO              PIC X(01).

001690 01  WS-CRP-REANUDAR.
001700     05  FILLER                       PIC X(03) VALUE SPACES.
001710     05  WS-CRPR-TEXTO                PIC X(17).
001720     05  WS-CRPR-PASO                 PIC X(40).

001730 01  WS-CRP-SIN-REGISTRO              PIC X(80)
001740         VALUE "NO HAY REGISTRO DE LA CADENA PARA LA FECHA".

001750 01  WS-CRP-TOTALES.
001760     05  FILLER                       PIC X(18)
001770             VALUE "LOTES REGISTRADOS:".
001780     05  WS-CRPT-LOTES                PIC ZZZ9.
001790     05  FILLER                       PIC X(16)
001800             VALUE "   INCOMPLETOS: ".
001810     05  WS-CRPT-INCOMPLETOS          PIC ZZZ9.

001811 01  WS-CRP-PARTIDO.
001812     05  FILLER                       PIC X(36)
001813             VALUE "EL LOTE 00 SE PARTIO (estCarga) EN ".
001814     05  WS-CRPP-SUBLOTES             PIC ZZZ9.
001815     05  FILLER                       PIC X(09) VALUE " SUBLOTES".

001820 PROCEDURE DIVISION.
001830******************************************************************
001840*    0000-MAINLINE
001850*    CONTROLA LA SECUENCIA GENERAL: FIJA LA FECHA, LISTA CADA
001860*    SUBLOTE REGISTRADO PARA ELLA Y CIERRA.
001870******************************************************************
001880 0000-MAINLINE.
001890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001900     PERFORM 2000-LISTAR-LOTE THRU 2000-EXIT
001910         UNTIL WS-FIN-CADENA.
001920     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
001930 0000-EXIT.
001940     EXIT.

001950******************************************************************
001960*    1000-INICIALIZAR
001970*    LEE LA TARJETA, ABRE EL REGISTRO DE LA CADENA Y EL REPORTE,
001980*    ESCRIBE LOS ENCABEZADOS Y SE POSICIONA EN EL PRIMER SUBLOTE
001990*    DE LA FECHA. SIN ARCHIVO CADENA NO HAY NADA REGISTRADO.
002000******************************************************************
002010 1000-INICIALIZAR.
002020     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
002030     IF WS-FECHA-NEGOCIO = ZERO
002040         ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
002050     END-IF.
002060     OPEN OUTPUT CADREP-ARCH.
002070     IF WS-STATUS-CADREP NOT = "00"
002080         DISPLAY "REPCADENA: ERROR AL ABRIR CADREP, "
002090             "STATUS = " WS-STATUS-CADREP
002100         STOP RUN
002110     END-IF.
002120     MOVE WS-FECHA-NEGOCIO TO WS-ENC-FECHA.
002130     WRITE CRP-LINEA FROM WS-ENCABEZADO-1.
002140     OPEN INPUT CADENA-ARCH.
002150     IF WS-STATUS-CADENA = "35"
002160         SET WS-FIN-CADENA TO TRUE
002170         GO TO 1000-EXIT
002180     END-IF.
002190     IF WS-STATUS-CADENA NOT = "00"
002200         DISPLAY "REPCADENA: ERROR AL ABRIR CADENA, "
002210             "STATUS = " WS-STATUS-CADENA
002220         STOP RUN
002230     END-IF.
002240     MOVE WS-FECHA-NEGOCIO TO CAD-FECHA.
002250     MOVE ZERO TO CAD-LOTE.
002260     START CADENA-ARCH KEY IS NOT LESS THAN CAD-CLAVE
002270         INVALID KEY
002280             SET WS-FIN-CADENA TO TRUE
002290             GO TO 1000-EXIT
002300     END-START.
002310     PERFORM 2100-LEER-CADENA THRU 2100-EXIT.
002320 1000-EXIT.
002330     EXIT.

002340******************************************************************
002350*    1100-LEER-TARJETA
002360*    LEE LA FECHA DE NEGOCIO DE LA TARJETA, SI EXISTE Y ES
002370*    NUMERICA.
002380******************************************************************
002390 1100-LEER-TARJETA.
002400     OPEN INPUT CONTROL-ARCH.
002410     IF WS-STATUS-CONTROL = "00"
002420         READ CONTROL-ARCH
002430             AT END
002440                 CONTINUE
002450             NOT AT END
002460                 IF CTL-FECHA NUMERIC
002470                     MOVE CTL-FECHA TO WS-FECHA-NEGOCIO
002480                 END-IF
002490         END-READ
002500         CLOSE CONTROL-ARCH
002510     END-IF.
002520 1100-EXIT.
002530     EXIT.

002540******************************************************************
002550*    2000-LISTAR-LOTE
002560*    LISTA LOS PASOS DEL SUBLOTE LEIDO Y BUSCA EL PRIMERO QUE NO
002570*    TERMINO BIEN: DESDE AHI SE REANUDA. cargaLotes CORRE SOLO EN
002580*    EL LOTE 00, ASI QUE LOS SUBLOTES EMPIEZAN EN esPrimo. EL LOTE
002590*    00 CON SOLO cargaLotes TERMINADO, CUANDO HAY SUBLOTES, NO ES
002600*    UNA CADENA CORTADA: SIGUE EN CADA SUBLOTE.
002610******************************************************************
002620 2000-LISTAR-LOTE.
002630     ADD 1 TO WS-CONT-LOTES.
002640     MOVE CAD-LOTE TO WS-TITL-LOTE.
002650     IF CAD-LOTE = ZERO
002660         MOVE 1 TO WS-PASO-DESDE
002670         MOVE "ENTRADA COMPLETA" TO WS-TITL-TEXTO
002680     ELSE
002690         MOVE 2 TO WS-PASO-DESDE
002700         MOVE "SUBLOTE DE estCarga" TO WS-TITL-TEXTO
002710         SET WS-HAY-SUBLOTES TO TRUE
002715         ADD 1 TO WS-CONT-SUBLOTES
002720     END-IF.
002730     MOVE SPACES TO CRP-LINEA.
002740     WRITE CRP-LINEA.
002750     WRITE CRP-LINEA FROM WS-TIT-LOTE.
002760     WRITE CRP-LINEA FROM WS-ENCABEZADO-2.
002770     MOVE ZERO TO WS-PASO-REANUDAR.
002780     PERFORM 2200-LISTAR-PASO THRU 2200-EXIT
002790         VARYING WS-IND-PASO FROM WS-PASO-DESDE BY 1
002800             UNTIL WS-IND-PASO > 5.
002810     MOVE "N" TO WS-LOTE-00-PENDIENTE.
002820     IF CAD-LOTE = ZERO
002830             AND WS-PASO-REANUDAR = 2
002840             AND CAD-NO-CORRIO(2)
002850             AND CAD-NO-CORRIO(3)
002860             AND CAD-NO-CORRIO(4)
002870             AND CAD-NO-CORRIO(5)
002880         MOVE "S" TO WS-LOTE-00-PENDIENTE
002890     END-IF.
002900     PERFORM 2100-LEER-CADENA THRU 2100-EXIT.
002910     IF WS-LOTE-00-PENDIENTE = "S"
002920             AND NOT WS-FIN-CADENA
002930         MOVE "CONTINUA EN:     " TO WS-CRPR-TEXTO
002940         MOVE "LOS SUBLOTES DE LA FECHA" TO WS-CRPR-PASO
002950         WRITE CRP-LINEA FROM WS-CRP-REANUDAR
002960         GO TO 2000-EXIT
002970     END-IF.
002980     IF WS-PASO-REANUDAR = ZERO
002990         MOVE "CADENA COMPLETA  " TO WS-CRPR-TEXTO
003000         MOVE SPACES TO WS-CRPR-PASO
003010     ELSE
003020         ADD 1 TO WS-CONT-INCOMPLETOS
003030         MOVE "REANUDAR DESDE:  " TO WS-CRPR-TEXTO
003040         MOVE WS-NOMBRE-PASO(WS-PASO-REANUDAR) TO WS-CRPR-PASO
003050     END-IF.
003060     WRITE CRP-LINEA FROM WS-CRP-REANUDAR.
003070 2000-EXIT.
003080     EXIT.

003090******************************************************************
003100*    2100-LEER-CADENA
003110*    LEE EL SUBLOTE SIGUIENTE; LOS DE OTRA FECHA TERMINAN EL
003120*    LISTADO.
003130******************************************************************
003140 2100-LEER-CADENA.
003150     READ CADENA-ARCH NEXT RECORD
003160         AT END
003170             SET WS-FIN-CADENA TO TRUE
003180             GO TO 2100-EXIT
003190     END-READ.
003200     IF CAD-FECHA NOT = WS-FECHA-NEGOCIO
003210         SET WS-FIN-CADENA TO TRUE
003220     END-IF.
003230 2100-EXIT.
003240     EXIT.

003250******************************************************************
003260*    2200-LISTAR-PASO
003270*    ESCRIBE LA LINEA DEL PASO. LAS FECHAS Y HORAS QUE NO SE
003280*    REGISTRARON SALEN EN BLANCO. EL PRIMER PASO QUE NO TERMINO
003290*    BIEN ES EL PUNTO DE REANUDACION.
003300******************************************************************
003310 2200-LISTAR-PASO.
003320     MOVE WS-NOMBRE-PASO(WS-IND-PASO) TO WS-CRPD-PASO.
003330     EVALUATE TRUE
003340         WHEN CAD-TERMINO-BIEN(WS-IND-PASO)
003350             MOVE "TERMINO BIEN" TO WS-CRPD-ESTADO
003360         WHEN CAD-TERMINO-MAL(WS-IND-PASO)
003370             MOVE "TERMINO MAL" TO WS-CRPD-ESTADO
003380         WHEN CAD-INICIADO(WS-IND-PASO)
003390             MOVE "SIN TERMINAR" TO WS-CRPD-ESTADO
003400         WHEN OTHER
003410             MOVE "NO CORRIO" TO WS-CRPD-ESTADO
003420     END-EVALUATE.
003430     IF CAD-NO-CORRIO(WS-IND-PASO)
003440         MOVE SPACES TO WS-CRPD-INI-BLANCO
003450     ELSE
003460         MOVE CAD-INI-FECHA(WS-IND-PASO) TO WS-CRPD-INI-FECHA
003470         MOVE CAD-INI-HORA(WS-IND-PASO) TO WS-CRPD-INI-HORA
003480     END-IF.
003490     IF CAD-TERMINO-BIEN(WS-IND-PASO)
003500             OR CAD-TERMINO-MAL(WS-IND-PASO)
003510         MOVE CAD-FIN-FECHA(WS-IND-PASO) TO WS-CRPD-FIN-FECHA
003520         MOVE CAD-FIN-HORA(WS-IND-PASO) TO WS-CRPD-FIN-HORA
003530         MOVE CAD-RC(WS-IND-PASO) TO WS-CRPD-RC
003540         MOVE CAD-CORRIDA(WS-IND-PASO) TO WS-CRPD-CORRIDA
003550     ELSE
003560         MOVE SPACES TO WS-CRPD-FIN-BLANCO
003570         MOVE ZERO TO WS-CRPD-RC
003580         MOVE ZERO TO WS-CRPD-CORRIDA
003590     END-IF.
003600     MOVE CAD-EJECUCIONES(WS-IND-PASO) TO WS-CRPD-EJECUCIONES.
003610     IF CAD-FORZADO(WS-IND-PASO) = "S"
003620         MOVE "S" TO WS-CRPD-FORZADO
003630     ELSE
003640         MOVE SPACE TO WS-CRPD-FORZADO
003650     END-IF.
003660     WRITE CRP-LINEA FROM WS-CRP-DETALLE.
003670     IF WS-PASO-REANUDAR = ZERO
003680             AND NOT CAD-TERMINO-BIEN(WS-IND-PASO)
003690         MOVE WS-IND-PASO TO WS-PASO-REANUDAR
003700     END-IF.
003710 2200-EXIT.
003720     EXIT.

003730******************************************************************
003740*    9999-FINALIZAR
003750*    ESCRIBE LOS TOTALES Y, SI LA FECHA SE PROCESO EN SUBLOTES,
003755*    CUANTOS FUERON, Y CIERRA LOS ARCHIVOS. SIN REGISTRO PARA LA
003760*    FECHA, O CON UN SUBLOTE INCOMPLETO, TERMINA CON RETURN-CODE 4
003770*    PARA QUE OPERACIONES LO REANUDE.
003780******************************************************************
003790 9999-FINALIZAR.
003800     IF WS-CONT-LOTES = ZERO
003810         MOVE SPACES TO CRP-LINEA
003820         WRITE CRP-LINEA
003830         WRITE CRP-LINEA FROM WS-CRP-SIN-REGISTRO
003840     ELSE
003850         MOVE WS-CONT-LOTES TO WS-CRPT-LOTES
003860         MOVE WS-CONT-INCOMPLETOS TO WS-CRPT-INCOMPLETOS
003870         MOVE SPACES TO CRP-LINEA
003880         WRITE CRP-LINEA
003890         WRITE CRP-LINEA FROM WS-CRP-TOTALES
003900     END-IF.
003902     IF WS-HAY-SUBLOTES
003904         MOVE WS-CONT-SUBLOTES TO WS-CRPP-SUBLOTES
003906         WRITE CRP-LINEA FROM WS-CRP-PARTIDO
003908     END-IF.
003910     IF WS-STATUS-CADENA NOT = "35"
003920         CLOSE CADENA-ARCH
003930     END-IF.
003940     CLOSE CADREP-ARCH.
003950     IF WS-CONT-LOTES = ZERO
003960         DISPLAY "REPCADENA: SIN REGISTRO DE LA CADENA PARA "
003970             WS-FECHA-NEGOCIO
003980         MOVE 4 TO RETURN-CODE
003990     END-IF.
004000     IF WS-CONT-INCOMPLETOS > ZERO
004010         DISPLAY "REPCADENA: SUBLOTES INCOMPLETOS: "
004020             WS-CONT-INCOMPLETOS
004030         MOVE 4 TO RETURN-CODE
004040     END-IF.
004050     STOP RUN.
004060 9999-EXIT.
004070     EXIT.

004080 END PROGRAM repCadena.
