000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    RECUPERACION HACIA ADELANTE DEL MAESTRO DE PRIMOS
000070*             Y DEL ARCHIVO DE FACTORIZACIONES: RECONSTRUYE LOS
000080*             DOS INDEXADOS DESDE LA ULTIMA DESCARGA DE
000090*             descMaestro Y VUELVE A APLICAR, EN ORDEN, LOS
000100*             ASIENTOS DEL DIARIO DE CAMBIOS POSTERIORES A LA
000110*             MARCA DE ESA DESCARGA, HASTA UNA CORRIDA O UN
000120*             MOMENTO ELEGIDOS EN LA TARJETA (O HASTA EL FINAL
000130*             DEL DIARIO). LISTA CADA ASIENTO APLICADO. UN SALTO
000140*             EN LA SECUENCIA DEL DIARIO DETIENE LA APLICACION:
000150*             LO QUE SIGUE A UN HUECO NO SE PUEDE DAR POR BUENO.
000160*             TERMINA CON RETURN-CODE 4 SI ALGUN ASIENTO NO
000170*             ENCONTRO EL REGISTRO COMO LO ESPERABA, CON 12 SI
000180*             LA DESCARGA O EL DIARIO NO PERMITEN RECUPERAR
000182*             (ENTONCES NO SE TOCAN LOS INDEXADOS) Y CON 8 ANTE
000184*             UN ERROR DE ARCHIVO O UNA CLAVE REPETIDA AL
000186*             RECARGAR.
000190* TECTONICS.  cobc -x recMaestro.cbl
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000230* ----------  -----  -------------------------------------------
000240* 15/10/2026  RAS    VERSION ORIGINAL, JUNTO CON EL DIARIO DE
000250*                    CAMBIOS (grabDiario) Y descMaestro.
000252* 15/10/2026  RAS    LA DESCARGA SE VERIFICA Y LA MARCA SE BUSCA
000254*                    EN EL DIARIO ANTES DE VACIAR LOS INDEXADOS:
000256*                    SI ALGO FALLA TERMINA CON RETURN-CODE 12 Y
000258*                    MAESTRO Y FACTORES QUEDAN COMO ESTABAN.
000260******************************************************************
000270* TARJETA DE CONTROL (TARJREC)
000280*   COL 1      TIPO DE PUNTO DE RECUPERACION: "C" HASTA UNA
000290*              CORRIDA DE ESPRIMO INCLUSIVE, "T" HASTA UN MOMENTO
000300*              INCLUSIVE, BLANCO (O SIN TARJETA) HASTA EL FINAL
000310*              DEL DIARIO.
000320*   COL 2-7    CORRIDA (TIPO "C").
000330*   COL 8-15   FECHA AAAAMMDD (TIPO "T").
000340*   COL 16-21  HORA HHMMSS (TIPO "T").
000350* CON TIPO "C" LA APLICACION SE DETIENE EN EL PRIMER ASIENTO DE
000360* UNA CORRIDA POSTERIOR; LOS ASIENTOS SIN CORRIDA (PROGRAMAS DE
000370* MANTENIMIENTO) ANTERIORES A ESE PUNTO SE APLICAN.
000380******************************************************************
000390* DESPUES DE UNA RECUPERACION HAY QUE TOMAR UNA DESCARGA NUEVA
000400* CON descMaestro ANTES DE REANUDAR LA CADENA: LOS ASIENTOS NO
000410* APLICADOS SIGUEN EN EL DIARIO Y UNA RECUPERACION POSTERIOR
000420* DESDE LA DESCARGA VIEJA LOS VOLVERIA A APLICAR.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. recMaestro.
000460 AUTHOR. R. ALVAREZ SOSA.
000470 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000480 DATE-WRITTEN. 15/10/2026.
000490 DATE-COMPILED.

000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT MAESTRO-ARCH
000540         ASSIGN TO "MAESTRO"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS MST-DIVIDENDO
000580         FILE STATUS IS WS-STATUS-MAESTRO.

000590     SELECT FACTORES-ARCH
000600         ASSIGN TO "FACTORES"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS FAC-CLAVE
000640         FILE STATUS IS WS-STATUS-FACTORES.

000650     SELECT DESCARGA-ARCH
000660         ASSIGN TO "DESCARGA"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-STATUS-DESCARGA.

000690     SELECT DIARIO-ARCH
000700         ASSIGN TO "DIARIO"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-STATUS-DIARIO.

000730     SELECT CONTROL-ARCH
000740         ASSIGN TO "TARJREC"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-STATUS-CONTROL.

000770     SELECT RECREP-ARCH
000780         ASSIGN TO "RECREP"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-STATUS-RECREP.

000810 DATA DIVISION.
000820 FILE SECTION.
000830******************************************************************
000840*    ARCHIVO MAESTRO DE PRIMOS - MISMO REGISTRO QUE EN ESPRIMO.
000850******************************************************************
000860 FD  MAESTRO-ARCH
000870     RECORDING MODE IS F.
000880 01  MST-REGISTRO.
000890     05  MST-DIVIDENDO                PIC 9(12).
000900     05  MST-RESULTADO                PIC X(01).
000910     05  MST-FECHA                    PIC 9(08).
000920     05  MST-MODO-CORRIDA             PIC X(01).
000930     05  MST-DIVISOR-INICIAL          PIC 9(12).

000940******************************************************************
000950*    ARCHIVO DE FACTORIZACIONES - MISMO REGISTRO QUE EN ESPRIMO.
000960******************************************************************
000970 FD  FACTORES-ARCH
000980     RECORDING MODE IS F.
000990 01  FAC-REGISTRO.
001000     05  FAC-CLAVE.
001010         10  FAC-DIVIDENDO            PIC 9(12).
001020         10  FAC-SECUENCIA            PIC 9(04).
001030     05  FAC-FACTOR                   PIC 9(12).
001040     05  FAC-TRUNCADO                 PIC X(01).

001050******************************************************************
001060*    DESCARGA COMPLETA DE descMaestro: CABECERA, IMAGENES Y
001070*    CIERRE (VER EL FORMATO EN ESE PROGRAMA).
001080******************************************************************
001090 FD  DESCARGA-ARCH
001100     RECORDING MODE IS F.
001110 01  DES-REGISTRO.
001120     05  DES-TIPO                     PIC X(01).
001130         88  DES-ES-CABECERA               VALUE "H".
001140         88  DES-ES-MAESTRO                VALUE "M".
001150         88  DES-ES-FACTOR                 VALUE "F".
001160         88  DES-ES-CIERRE                 VALUE "T".
001170     05  DES-IMAGEN                   PIC X(40).
001180     05  FILLER                       PIC X(07).
001190 01  DES-CABECERA.
001200     05  FILLER                       PIC X(01).
001210     05  DES-CAB-SELLO                PIC X(16).
001220     05  FILLER                       PIC X(31).
001230 01  DES-CIERRE.
001240     05  FILLER                       PIC X(01).
001250     05  DES-CIE-MAESTRO              PIC 9(08).
001260     05  DES-CIE-FACTORES             PIC 9(08).
001270     05  DES-CIE-SECUENCIA            PIC 9(10).
001280     05  FILLER                       PIC X(21).

001290******************************************************************
001300*    DIARIO DE CAMBIOS - MISMO REGISTRO QUE EN grabDiario.
001310******************************************************************
001320 FD  DIARIO-ARCH
001330     RECORDING MODE IS F.
001340 01  DIA-REGISTRO.
001350     05  DIA-SECUENCIA                PIC 9(10).
001360     05  DIA-FECHA                    PIC 9(08).
001370     05  DIA-HORA.
001380         10  DIA-HORA-HHMMSS          PIC 9(06).
001390         10  DIA-HORA-CC              PIC 9(02).
001400     05  DIA-PROGRAMA                 PIC X(12).
001410     05  DIA-CORRIDA                  PIC 9(06).
001420     05  DIA-ARCHIVO                  PIC X(01).
001430         88  DIA-ES-MAESTRO                VALUE "M".
001440         88  DIA-ES-FACTOR                 VALUE "F".
001450         88  DIA-ES-MARCA                  VALUE "U".
001460     05  DIA-OPERACION                PIC X(01).
001470         88  DIA-ES-ALTA                   VALUE "A".
001480         88  DIA-ES-CAMBIO                 VALUE "C".
001490         88  DIA-ES-BAJA                   VALUE "B".
001500     05  DIA-ANTES                    PIC X(40).
001510     05  DIA-DESPUES                  PIC X(40).
001520     05  FILLER                       PIC X(14).

001530******************************************************************
001540*    TARJETA DE CONTROL - VER EL FORMATO EN LA CABECERA.
001550******************************************************************
001560 FD  CONTROL-ARCH
001570     RECORDING MODE IS F.
001580 01  TRC-TARJETA.
001590     05  TRC-TIPO                     PIC X(01).
001600     05  TRC-CORRIDA                  PIC 9(06).
001610     05  TRC-FECHA                    PIC 9(08).
001620     05  TRC-HORA                     PIC 9(06).
001630     05  FILLER                       PIC X(59).

001640******************************************************************
001650*    REPORTE DE LA RECUPERACION
001660******************************************************************
001670 FD  RECREP-ARCH
001680     RECORDING MODE IS F.
001690 01  REC-LINEA                        PIC X(132).

001700 WORKING-STORAGE SECTION.
001710******************************************************************
001720*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
001730******************************************************************
001740 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.
001750 77  WS-STATUS-FACTORES               PIC X(02) VALUE SPACES.
001760 77  WS-STATUS-DESCARGA               PIC X(02) VALUE SPACES.
001770 77  WS-STATUS-DIARIO                 PIC X(02) VALUE SPACES.
001780 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
001790 77  WS-STATUS-RECREP                 PIC X(02) VALUE SPACES.

001800 01  WS-SWITCHES.
001810     05  WS-SW-FIN-DESCARGA           PIC X(01) VALUE "N".
001820         88  WS-FIN-DESCARGA                     VALUE "Y".
001830     05  WS-SW-CIERRE-LEIDO           PIC X(01) VALUE "N".
001840         88  WS-CIERRE-LEIDO                     VALUE "Y".
001850     05  WS-SW-FIN-DIARIO             PIC X(01) VALUE "N".
001860         88  WS-FIN-DIARIO                       VALUE "Y".
001870     05  WS-SW-MARCA                  PIC X(01) VALUE "N".
001880         88  WS-MARCA-HALLADA                    VALUE "Y".
001890     05  WS-SW-DETENIDO               PIC X(01) VALUE "N".
001900         88  WS-DETENIDO                         VALUE "Y".
001910     05  WS-SW-PASADO                 PIC X(01) VALUE "N".
001920         88  WS-PASADO-DEL-PUNTO                 VALUE "Y".

001930******************************************************************
001940*    PUNTO DE RECUPERACION PEDIDO EN LA TARJETA
001950******************************************************************
001960 01  WS-CC-TARJETA.
001970     05  WS-CC-TIPO                   PIC X(01) VALUE SPACE.
001980         88  WS-CC-HASTA-CORRIDA                 VALUE "C".
001990         88  WS-CC-HASTA-MOMENTO                 VALUE "T".
002000         88  WS-CC-HASTA-EL-FINAL                VALUE SPACE.
002010     05  WS-CC-CORRIDA                PIC 9(06) VALUE ZERO.
002020     05  WS-CC-FECHA                  PIC 9(08) VALUE ZERO.
002030     05  WS-CC-HORA                   PIC 9(06) VALUE ZERO.

002040******************************************************************
002050*    DATOS DE LA DESCARGA Y CONTROL DE LA SECUENCIA DEL DIARIO
002060******************************************************************
002070 77  WS-MARCA-ESPERADA                PIC X(40) VALUE SPACES.
002080 77  WS-SEC-MARCA                     PIC 9(10) VALUE ZERO.
002090 77  WS-SEC-ESPERADA                  PIC 9(10) VALUE ZERO.
002100 77  WS-SEC-ULT-APLICADA              PIC 9(10) VALUE ZERO.
002110 77  WS-MST-ANTES                     PIC X(34) VALUE SPACES.
002120 77  WS-MST-NUEVO                     PIC X(34) VALUE SPACES.
002130 77  WS-FAC-ANTES                     PIC X(29) VALUE SPACES.
002140 77  WS-FAC-NUEVO                     PIC X(29) VALUE SPACES.
002150 77  WS-OBSERVACION                   PIC X(30) VALUE SPACES.
002160 77  WS-MOTIVO-ERROR                  PIC X(60) VALUE SPACES.

002170******************************************************************
002180*    CONTADORES DE CONTROL
002190******************************************************************
002200 77  WS-CONT-DES-MAESTRO              PIC 9(08) COMP VALUE ZERO.
002210 77  WS-CONT-DES-FACTORES             PIC 9(08) COMP VALUE ZERO.
002220 77  WS-CONT-MST-ALTAS                PIC 9(08) COMP VALUE ZERO.
002230 77  WS-CONT-MST-CAMBIOS              PIC 9(08) COMP VALUE ZERO.
002240 77  WS-CONT-MST-BAJAS                PIC 9(08) COMP VALUE ZERO.
002250 77  WS-CONT-FAC-ALTAS                PIC 9(08) COMP VALUE ZERO.
002260 77  WS-CONT-FAC-CAMBIOS              PIC 9(08) COMP VALUE ZERO.
002270 77  WS-CONT-FAC-BAJAS                PIC 9(08) COMP VALUE ZERO.
002280 77  WS-CONT-MARCAS                   PIC 9(08) COMP VALUE ZERO.
002290 77  WS-CONT-OBSERVADOS               PIC 9(08) COMP VALUE ZERO.
002300 77  WS-CONT-NO-APLICADOS             PIC 9(08) COMP VALUE ZERO.

002310******************************************************************
002320*    LINEAS DEL REPORTE DE RECUPERACION
002330******************************************************************
002340 01  WS-ENCABEZADO-1                  PIC X(132)
002350         VALUE "RECUPERACION DEL MAESTRO Y DE FACTORES".

002360 01  WS-ENC-DESCARGA.
002370     05  FILLER                       PIC X(23)
002380             VALUE "DESCARGA DE PARTIDA:   ".
002390     05  WS-ENCD-FECHA                PIC X(08).
002400     05  FILLER                       PIC X(01) VALUE SPACE.
002410     05  WS-ENCD-HORA                 PIC X(08).
002420     05  FILLER                       PIC X(11)
002430             VALUE "  MAESTRO: ".
002440     05  WS-ENCD-MAESTRO              PIC ZZZZZZZ9.
002450     05  FILLER                       PIC X(12)
002460             VALUE "  FACTORES: ".
002470     05  WS-ENCD-FACTORES             PIC ZZZZZZZ9.
002480     05  FILLER                       PIC X(09) VALUE "  MARCA: ".
002490     05  WS-ENCD-MARCA                PIC Z(09)9.

002500 01  WS-ENC-PUNTO.
002510     05  FILLER                       PIC X(23)
002520             VALUE "PUNTO DE RECUPERACION: ".
002530     05  WS-ENCP-TEXTO                PIC X(20).
002540     05  WS-ENCP-VALOR                PIC X(20).

002550 01  WS-ENCABEZADO-2.
002560     05  FILLER                       PIC X(42)
002570             VALUE " SECUENCIA FECHA    HORA     PROGRAMA     ".
002580     05  FILLER                       PIC X(38)
002590             VALUE "CORRIDA A O DIVIDENDO    SEC  OBSERVAC".
002600     05  FILLER                       PIC X(03) VALUE "ION".

002610 01  WS-REC-DETALLE.
002620     05  WS-RD-SECUENCIA              PIC Z(09)9.
002630     05  FILLER                       PIC X(01) VALUE SPACE.
002640     05  WS-RD-FECHA                  PIC 9(08).
002650     05  FILLER                       PIC X(01) VALUE SPACE.
002660     05  WS-RD-HORA                   PIC 9(08).
002670     05  FILLER                       PIC X(01) VALUE SPACE.
002680     05  WS-RD-PROGRAMA               PIC X(12).
002690     05  FILLER                       PIC X(01) VALUE SPACE.
002700     05  WS-RD-CORRIDA                PIC 9(06).
002710     05  FILLER                       PIC X(02) VALUE SPACES.
002720     05  WS-RD-ARCHIVO                PIC X(01).
002730     05  FILLER                       PIC X(01) VALUE SPACE.
002740     05  WS-RD-OPERACION              PIC X(01).
002750     05  FILLER                       PIC X(01) VALUE SPACE.
002760     05  WS-RD-DIVIDENDO              PIC X(12).
002770     05  FILLER                       PIC X(01) VALUE SPACE.
002780     05  WS-RD-SEC-FACTOR             PIC X(04).
002790     05  FILLER                       PIC X(01) VALUE SPACE.
002800     05  WS-RD-OBSERVACION            PIC X(30).

002810 01  WS-REC-TOTAL.
002820     05  FILLER                       PIC X(10).
002830     05  WS-RT-ARCHIVO                PIC X(10).
002840     05  FILLER                       PIC X(08) VALUE "ALTAS:  ".
002850     05  WS-RT-ALTAS                  PIC ZZZZZZZ9.
002860     05  FILLER                       PIC X(11)
002870             VALUE "  CAMBIOS: ".
002880     05  WS-RT-CAMBIOS                PIC ZZZZZZZ9.
002890     05  FILLER                       PIC X(09) VALUE "  BAJAS: ".
002900     05  WS-RT-BAJAS                  PIC ZZZZZZZ9.

002910 01  WS-REC-CONTADOR.
002920     05  FILLER                       PIC X(10) VALUE SPACES.
002930     05  WS-RC-TEXTO                  PIC X(45).
002940     05  WS-RC-CANTIDAD               PIC Z(09)9.

002950 01  WS-REC-MENSAJE.
002960     05  FILLER                       PIC X(04) VALUE "*** ".
002970     05  WS-RM-TEXTO                  PIC X(60).
002980     05  FILLER                       PIC X(04) VALUE " ***".

002990 01  WS-REC-SALTO.
003000     05  FILLER                       PIC X(04) VALUE "*** ".
003010     05  FILLER                       PIC X(39)
003020             VALUE "SALTO EN LA SECUENCIA DEL DIARIO: SE ES".
003030     05  FILLER                       PIC X(07) VALUE "PERABA ".
003040     05  WS-RS-ESPERADA               PIC Z(09)9.
003050     05  FILLER                       PIC X(10)
003060             VALUE " Y SE LEYO".
003070     05  FILLER                       PIC X(01) VALUE SPACE.
003080     05  WS-RS-LEIDA                  PIC X(10).
003090     05  FILLER                       PIC X(04) VALUE " ***".

003100 01  WS-AVISO-DESCARGA-1.
003110     05  FILLER                       PIC X(43)
003120             VALUE "ANTES DE REANUDAR LA CADENA TOME UNA DESCAR".
003130     05  FILLER                       PIC X(42)
003140             VALUE "GA NUEVA CON descMaestro: LOS ASIENTOS NO ".
003150     05  FILLER                       PIC X(15)
003160             VALUE "APLICADOS SIGUE".
003170     05  FILLER                       PIC X(14)
003180             VALUE "N EN EL DIARIO".

003190 PROCEDURE DIVISION.
003200******************************************************************
003210*    0000-MAINLINE
003220*    CONTROLA LA SECUENCIA GENERAL: LEE LA TARJETA, VERIFICA LA
003230*    DESCARGA Y UBICA SU MARCA EN EL DIARIO, RECARGA LOS
003240*    INDEXADOS DESDE LA DESCARGA, APLICA LOS ASIENTOS SIGUIENTES
003250*    HASTA EL PUNTO PEDIDO Y CIERRA CON LOS TOTALES.
003260******************************************************************
003270 0000-MAINLINE.
003280     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003290     PERFORM 2000-CARGAR-DESCARGA THRU 2000-EXIT
003300         UNTIL WS-FIN-DESCARGA.
003345     PERFORM 2600-REABRIR-INDEXADOS THRU 2600-EXIT.
003390     PERFORM 4000-APLICAR-ASIENTO THRU 4000-EXIT
003400         UNTIL WS-FIN-DIARIO OR WS-DETENIDO.
003410     PERFORM 4900-CONTAR-NO-APLICADO THRU 4900-EXIT
003420         UNTIL WS-FIN-DIARIO.
003430     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
003440 0000-EXIT.
003450     EXIT.

003460******************************************************************
003470*    1000-INICIALIZAR
003480*    LEE Y VALIDA LA TARJETA, ABRE LA DESCARGA (QUE DEBE EMPEZAR
003490*    CON SU CABECERA), EL DIARIO Y EL REPORTE, RECORRE LA
003500*    DESCARGA PARA VERIFICARLA Y BUSCA SU MARCA EN EL DIARIO.
003503*    SOLO CUANDO TODO ESO ESTA EN ORDEN SE VUELVE AL PRINCIPIO DE
003506*    LA DESCARGA Y SE VACIAN LOS INDEXADOS PARA RECARGARLOS.
003510******************************************************************
003520 1000-INICIALIZAR.
003530     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
003540     OPEN INPUT DESCARGA-ARCH.
003550     IF WS-STATUS-DESCARGA NOT = "00"
003560         DISPLAY "RECMAESTRO: ERROR AL ABRIR DESCARGA, STATUS = "
003570             WS-STATUS-DESCARGA
003580         MOVE 8 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     PERFORM 2100-LEER-DESCARGA THRU 2100-EXIT.
003620     IF WS-FIN-DESCARGA OR NOT DES-ES-CABECERA
003630         DISPLAY "RECMAESTRO: LA DESCARGA NO TIENE CABECERA"
003640         MOVE 12 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     MOVE DES-CAB-SELLO TO WS-MARCA-ESPERADA.
003680     MOVE DES-CAB-SELLO(1:8) TO WS-ENCD-FECHA.
003690     MOVE DES-CAB-SELLO(9:8) TO WS-ENCD-HORA.
003700     OPEN INPUT DIARIO-ARCH.
003710     IF WS-STATUS-DIARIO NOT = "00"
003720         DISPLAY "RECMAESTRO: ERROR AL ABRIR DIARIO, STATUS = "
003730             WS-STATUS-DIARIO
003740         MOVE 8 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     OPEN OUTPUT RECREP-ARCH.
003780     IF WS-STATUS-RECREP NOT = "00"
003790         DISPLAY "RECMAESTRO: ERROR AL ABRIR RECREP, STATUS = "
003800             WS-STATUS-RECREP
003810         MOVE 8 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003831     WRITE REC-LINEA FROM WS-ENCABEZADO-1.
003832     PERFORM 2100-LEER-DESCARGA THRU 2100-EXIT.
003833     PERFORM 1500-CONTAR-DESCARGA THRU 1500-EXIT
003834         UNTIL WS-FIN-DESCARGA.
003835     PERFORM 2500-VERIFICAR-DESCARGA THRU 2500-EXIT.
003836     PERFORM 3000-BUSCAR-MARCA THRU 3000-EXIT
003837         UNTIL WS-FIN-DIARIO OR WS-MARCA-HALLADA.
003838     IF NOT WS-MARCA-HALLADA
003839         MOVE "LA MARCA DE LA DESCARGA NO ESTA EN EL DIARIO"
003840             TO WS-MOTIVO-ERROR
003841         PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
003842     END-IF.
003843     CLOSE DESCARGA-ARCH.
003844     OPEN INPUT DESCARGA-ARCH.
003845     IF WS-STATUS-DESCARGA NOT = "00"
003846         MOVE "NO SE PUDO VOLVER A ABRIR LA DESCARGA"
003847             TO WS-MOTIVO-ERROR
003848         PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
003849     END-IF.
003850     MOVE "N" TO WS-SW-FIN-DESCARGA.
003851     PERFORM 2100-LEER-DESCARGA THRU 2100-EXIT.
003852     OPEN OUTPUT MAESTRO-ARCH.
003853     IF WS-STATUS-MAESTRO NOT = "00"
003860         DISPLAY "RECMAESTRO: ERROR AL CREAR MAESTRO, STATUS = "
003870             WS-STATUS-MAESTRO
003880         MOVE 8 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     OPEN OUTPUT FACTORES-ARCH.
003920     IF WS-STATUS-FACTORES NOT = "00"
003930         DISPLAY "RECMAESTRO: ERROR AL CREAR FACTORES, STATUS = "
003940             WS-STATUS-FACTORES
003950         MOVE 8 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003990     PERFORM 2100-LEER-DESCARGA THRU 2100-EXIT.
004000 1000-EXIT.
004010     EXIT.

004020******************************************************************
004030*    1100-LEER-TARJETA
004040*    LEE EL PUNTO DE RECUPERACION. SIN TARJETA SE RECUPERA HASTA
004050*    EL FINAL DEL DIARIO. UNA TARJETA INVALIDA DETIENE EL TRABAJO
004060*    ANTES DE TOCAR NINGUN ARCHIVO.
004070******************************************************************
004080 1100-LEER-TARJETA.
004090     OPEN INPUT CONTROL-ARCH.
004100     IF WS-STATUS-CONTROL = "00"
004110         READ CONTROL-ARCH
004120             AT END
004130                 CONTINUE
004140             NOT AT END
004150                 MOVE TRC-TIPO TO WS-CC-TIPO
004160                 IF TRC-CORRIDA NUMERIC
004170                     MOVE TRC-CORRIDA TO WS-CC-CORRIDA
004180                 END-IF
004190                 IF TRC-FECHA NUMERIC
004200                     MOVE TRC-FECHA TO WS-CC-FECHA
004210                 END-IF
004220                 IF TRC-HORA NUMERIC
004230                     MOVE TRC-HORA TO WS-CC-HORA
004240                 END-IF
004250         END-READ
004260         CLOSE CONTROL-ARCH
004270     END-IF.
004280     IF NOT WS-CC-HASTA-CORRIDA
004290             AND NOT WS-CC-HASTA-MOMENTO
004300             AND NOT WS-CC-HASTA-EL-FINAL
004310         DISPLAY "RECMAESTRO: TIPO DESCONOCIDO EN TARJETA: "
004320             WS-CC-TIPO
004330         MOVE 8 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360     IF WS-CC-HASTA-CORRIDA AND WS-CC-CORRIDA = ZERO
004370         DISPLAY "RECMAESTRO: TIPO C SIN CORRIDA EN TARJETA"
004380         MOVE 8 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     IF WS-CC-HASTA-MOMENTO AND WS-CC-FECHA = ZERO
004420         DISPLAY "RECMAESTRO: TIPO T SIN FECHA EN TARJETA"
004430         MOVE 8 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460 1100-EXIT.
004470     EXIT.

004471******************************************************************
004472*    1500-CONTAR-DESCARGA
004473*    PRIMERA PASADA POR LA DESCARGA, SIN GRABAR NADA: CUENTA LAS
004474*    IMAGENES DE CADA INDEXADO HASTA EL CIERRE PARA QUE
004475*    2500-VERIFICAR-DESCARGA LAS COMPARE CON LAS DEL CIERRE. UN
004476*    TIPO DESCONOCIDO INVALIDA LA DESCARGA.
004477******************************************************************
004478 1500-CONTAR-DESCARGA.
004479     EVALUATE TRUE
004480         WHEN DES-ES-MAESTRO
004481             ADD 1 TO WS-CONT-DES-MAESTRO
004482         WHEN DES-ES-FACTOR
004483             ADD 1 TO WS-CONT-DES-FACTORES
004484         WHEN DES-ES-CIERRE
004485             SET WS-CIERRE-LEIDO TO TRUE
004486             SET WS-FIN-DESCARGA TO TRUE
004487             GO TO 1500-EXIT
004488         WHEN OTHER
004489             MOVE "TIPO DE REGISTRO DESCONOCIDO EN LA DESCARGA"
004490                 TO WS-MOTIVO-ERROR
004491             PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
004492     END-EVALUATE.
004493     PERFORM 2100-LEER-DESCARGA THRU 2100-EXIT.
004494 1500-EXIT.
004495     EXIT.

004496******************************************************************
004497*    2000-CARGAR-DESCARGA
004500*    GRABA EN EL INDEXADO QUE CORRESPONDA LA IMAGEN DEL REGISTRO
004510*    ACTUAL DE LA DESCARGA, YA VERIFICADA. EL CIERRE TERMINA LA
004520*    CARGA. UNA CLAVE REPETIDA INVALIDA LA DESCARGA.
004530******************************************************************
004540 2000-CARGAR-DESCARGA.
004550     EVALUATE TRUE
004560         WHEN DES-ES-MAESTRO
004570             MOVE DES-IMAGEN TO MST-REGISTRO
004580             WRITE MST-REGISTRO
004590                 INVALID KEY
004600                     MOVE "MAESTRO CON CLAVE REPETIDA EN DESCARGA"
004610                         TO WS-MOTIVO-ERROR
004620                     PERFORM 9800-ERROR-GRAVE THRU 9800-EXIT
004630             END-WRITE
004650         WHEN DES-ES-FACTOR
004660             MOVE DES-IMAGEN TO FAC-REGISTRO
004670             WRITE FAC-REGISTRO
004680                 INVALID KEY
004690                     MOVE "FACTOR CON CLAVE REPETIDA EN DESCARGA"
004700                         TO WS-MOTIVO-ERROR
004710                     PERFORM 9800-ERROR-GRAVE THRU 9800-EXIT
004720             END-WRITE
004740         WHEN DES-ES-CIERRE
004750             SET WS-CIERRE-LEIDO TO TRUE
004760             SET WS-FIN-DESCARGA TO TRUE
004770             GO TO 2000-EXIT
004780         WHEN OTHER
004790             MOVE "TIPO DE REGISTRO DESCONOCIDO EN LA DESCARGA"
004800                 TO WS-MOTIVO-ERROR
004810             PERFORM 9800-ERROR-GRAVE THRU 9800-EXIT
004820     END-EVALUATE.
004830     PERFORM 2100-LEER-DESCARGA THRU 2100-EXIT.
004840 2000-EXIT.
004850     EXIT.

004860 2100-LEER-DESCARGA.
004870     READ DESCARGA-ARCH
004880         AT END
004890             SET WS-FIN-DESCARGA TO TRUE
004900     END-READ.
004910 2100-EXIT.
004920     EXIT.

004930******************************************************************
004940*    2500-VERIFICAR-DESCARGA
004950*    UNA DESCARGA SIN CIERRE QUEDO A MEDIAS, Y UNA CUYAS
004960*    CANTIDADES NO CUADRAN CON LO CARGADO ESTA DANADA: EN LOS DOS
004970*    CASOS NO HAY PUNTO DE PARTIDA CONFIABLE Y SE TERMINA SIN
004980*    TOCAR LOS INDEXADOS. SI ESTA EN ORDEN, DEJA LA SECUENCIA DE
004985*    LA MARCA Y ESCRIBE LOS ENCABEZADOS.
004990******************************************************************
005000 2500-VERIFICAR-DESCARGA.
005010     MOVE WS-CONT-DES-MAESTRO TO WS-ENCD-MAESTRO.
005020     MOVE WS-CONT-DES-FACTORES TO WS-ENCD-FACTORES.
005030     IF NOT WS-CIERRE-LEIDO
005040         MOVE ZERO TO WS-ENCD-MARCA
005050         WRITE REC-LINEA FROM WS-ENC-DESCARGA
005060         MOVE "LA DESCARGA NO TIENE CIERRE (QUEDO INCOMPLETA)"
005070             TO WS-MOTIVO-ERROR
005080         PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
005090     END-IF.
005100     IF DES-CIE-SECUENCIA NOT NUMERIC
005110             OR DES-CIE-MAESTRO NOT NUMERIC
005120             OR DES-CIE-FACTORES NOT NUMERIC
005130         MOVE ZERO TO WS-ENCD-MARCA
005140         WRITE REC-LINEA FROM WS-ENC-DESCARGA
005150         MOVE "EL CIERRE DE LA DESCARGA ES ILEGIBLE"
005160             TO WS-MOTIVO-ERROR
005170         PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
005180     END-IF.
005190     MOVE DES-CIE-SECUENCIA TO WS-SEC-MARCA.
005200     MOVE WS-SEC-MARCA TO WS-ENCD-MARCA.
005210     WRITE REC-LINEA FROM WS-ENC-DESCARGA.
005220     IF DES-CIE-MAESTRO NOT = WS-CONT-DES-MAESTRO
005230             OR DES-CIE-FACTORES NOT = WS-CONT-DES-FACTORES
005240         MOVE "LAS CANTIDADES DEL CIERRE NO CUADRAN CON LA CARGA"
005250             TO WS-MOTIVO-ERROR
005260         PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
005270     END-IF.
005280     EVALUATE TRUE
005290         WHEN WS-CC-HASTA-CORRIDA
005300             MOVE "HASTA LA CORRIDA" TO WS-ENCP-TEXTO
005310             MOVE WS-CC-CORRIDA TO WS-ENCP-VALOR
005320         WHEN WS-CC-HASTA-MOMENTO
005330             MOVE "HASTA EL MOMENTO" TO WS-ENCP-TEXTO
005340             STRING WS-CC-FECHA " " WS-CC-HORA
005350                 DELIMITED BY SIZE INTO WS-ENCP-VALOR
005360         WHEN OTHER
005370             MOVE "FINAL DEL DIARIO" TO WS-ENCP-TEXTO
005380     END-EVALUATE.
005390     WRITE REC-LINEA FROM WS-ENC-PUNTO.
005400     MOVE SPACES TO REC-LINEA.
005410     WRITE REC-LINEA.
005420     WRITE REC-LINEA FROM WS-ENCABEZADO-2.
005421 2500-EXIT.
005422     EXIT.

005423******************************************************************
005424*    2600-REABRIR-INDEXADOS
005425*    TERMINADA LA RECARGA, REABRE LOS INDEXADOS PARA APLICAR LOS
005426*    ASIENTOS DEL DIARIO.
005427******************************************************************
005428 2600-REABRIR-INDEXADOS.
005430     CLOSE MAESTRO-ARCH.
005440     CLOSE FACTORES-ARCH.
005450     OPEN I-O MAESTRO-ARCH.
005460     OPEN I-O FACTORES-ARCH.
005470     IF WS-STATUS-MAESTRO NOT = "00"
005480             OR WS-STATUS-FACTORES NOT = "00"
005490         MOVE "NO SE PUDIERON REABRIR LOS INDEXADOS RECARGADOS"
005500             TO WS-MOTIVO-ERROR
005510         PERFORM 9800-ERROR-GRAVE THRU 9800-EXIT
005520     END-IF.
005530 2600-EXIT.
005540     EXIT.

005550******************************************************************
005560*    3000-BUSCAR-MARCA
005570*    PASA POR ALTO LOS ASIENTOS QUE LA DESCARGA YA REFLEJA HASTA
005580*    DAR CON SU MARCA. EN ESA SECUENCIA TIENE QUE HABER UNA MARCA
005590*    DE DESCARGA CON EL MISMO SELLO QUE LA CABECERA; SI NO, LA
005600*    DESCARGA Y EL DIARIO NO SE CORRESPONDEN. EL DIARIO QUEDA
005605*    POSICIONADO EN LA MARCA PARA 4000-APLICAR-ASIENTO.
005610******************************************************************
005620 3000-BUSCAR-MARCA.
005630     PERFORM 4100-LEER-DIARIO THRU 4100-EXIT.
005640     IF WS-FIN-DIARIO
005650         GO TO 3000-EXIT
005660     END-IF.
005670     IF DIA-SECUENCIA NOT NUMERIC
005680         GO TO 3000-EXIT
005690     END-IF.
005700     IF DIA-SECUENCIA NOT = WS-SEC-MARCA
005710         GO TO 3000-EXIT
005720     END-IF.
005730     IF NOT DIA-ES-MARCA
005740             OR DIA-DESPUES NOT = WS-MARCA-ESPERADA
005750         MOVE "EL CIERRE NO APUNTA A LA MARCA DE ESTA DESCARGA"
005760             TO WS-MOTIVO-ERROR
005770         PERFORM 9700-SIN-RECUPERACION THRU 9700-EXIT
005780     END-IF.
005790     SET WS-MARCA-HALLADA TO TRUE.
005800     MOVE WS-SEC-MARCA TO WS-SEC-ULT-APLICADA.
005810     COMPUTE WS-SEC-ESPERADA = WS-SEC-MARCA + 1.
005820 3000-EXIT.
005830     EXIT.

005840******************************************************************
005850*    4000-APLICAR-ASIENTO
005860*    LEE EL ASIENTO SIGUIENTE Y, SI CONTINUA LA SECUENCIA Y NO
005870*    PASA DEL PUNTO PEDIDO, LO APLICA Y LO LISTA. UN SALTO O UN
005880*    ASIENTO ILEGIBLE DETIENEN LA APLICACION: LOS ARCHIVOS QUEDAN
005890*    AL DIA HASTA EL ULTIMO ASIENTO APLICADO.
005900******************************************************************
005910 4000-APLICAR-ASIENTO.
005920     PERFORM 4100-LEER-DIARIO THRU 4100-EXIT.
005930     IF WS-FIN-DIARIO
005940         GO TO 4000-EXIT
005950     END-IF.
005960     IF DIA-SECUENCIA NOT NUMERIC
005970             OR DIA-SECUENCIA NOT = WS-SEC-ESPERADA
005980         MOVE WS-SEC-ESPERADA TO WS-RS-ESPERADA
005990         MOVE DIA-SECUENCIA TO WS-RS-LEIDA
006000         WRITE REC-LINEA FROM WS-REC-SALTO
006010         DISPLAY "RECMAESTRO: SALTO EN LA SECUENCIA DEL DIARIO "
006020             "DESPUES DE " WS-SEC-ULT-APLICADA
006030         ADD 1 TO WS-CONT-NO-APLICADOS
006040         SET WS-DETENIDO TO TRUE
006050         MOVE 8 TO RETURN-CODE
006060         GO TO 4000-EXIT
006070     END-IF.
006080     PERFORM 4150-VERIFICAR-PUNTO THRU 4150-EXIT.
006090     IF WS-PASADO-DEL-PUNTO
006100         ADD 1 TO WS-CONT-NO-APLICADOS
006110         SET WS-DETENIDO TO TRUE
006120         GO TO 4000-EXIT
006130     END-IF.
006140     MOVE SPACES TO WS-OBSERVACION.
006150     MOVE SPACES TO WS-RD-DIVIDENDO.
006160     MOVE SPACES TO WS-RD-SEC-FACTOR.
006170     EVALUATE TRUE
006180         WHEN DIA-ES-MAESTRO
006190             PERFORM 4200-APLICAR-MAESTRO THRU 4200-EXIT
006200         WHEN DIA-ES-FACTOR
006210             PERFORM 4300-APLICAR-FACTOR THRU 4300-EXIT
006220         WHEN DIA-ES-MARCA
006230             ADD 1 TO WS-CONT-MARCAS
006240             MOVE "MARCA DE DESCARGA" TO WS-OBSERVACION
006250         WHEN OTHER
006260             MOVE "ARCHIVO DESCONOCIDO EN EL ASIENTO"
006270                 TO WS-OBSERVACION
006280             SET WS-DETENIDO TO TRUE
006290     END-EVALUATE.
006300     IF WS-DETENIDO
006310         MOVE SPACES TO WS-RM-TEXTO
006320         STRING "ASIENTO ILEGIBLE, SE DETIENE LA APLICACION: "
006330             WS-OBSERVACION DELIMITED BY SIZE INTO WS-RM-TEXTO
006340         WRITE REC-LINEA FROM WS-REC-MENSAJE
006350         ADD 1 TO WS-CONT-NO-APLICADOS
006360         MOVE 8 TO RETURN-CODE
006370         GO TO 4000-EXIT
006380     END-IF.
006390     PERFORM 4800-ESCRIBIR-DETALLE THRU 4800-EXIT.
006400     MOVE DIA-SECUENCIA TO WS-SEC-ULT-APLICADA.
006410     ADD 1 TO WS-SEC-ESPERADA.
006420 4000-EXIT.
006430     EXIT.

006440 4100-LEER-DIARIO.
006450     READ DIARIO-ARCH
006460         AT END
006470             SET WS-FIN-DIARIO TO TRUE
006480     END-READ.
006490 4100-EXIT.
006500     EXIT.

006510******************************************************************
006520*    4150-VERIFICAR-PUNTO
006530*    DECIDE SI EL ASIENTO YA ESTA MAS ALLA DEL PUNTO PEDIDO: EL
006540*    PRIMERO DE UNA CORRIDA POSTERIOR, O EL PRIMERO GRABADO
006550*    DESPUES DEL MOMENTO PEDIDO.
006560******************************************************************
006570 4150-VERIFICAR-PUNTO.
006580     EVALUATE TRUE
006590         WHEN WS-CC-HASTA-CORRIDA
006600             IF DIA-CORRIDA NUMERIC
006610                     AND DIA-CORRIDA > WS-CC-CORRIDA
006620                 SET WS-PASADO-DEL-PUNTO TO TRUE
006630             END-IF
006640         WHEN WS-CC-HASTA-MOMENTO
006650             IF DIA-FECHA > WS-CC-FECHA
006660                 SET WS-PASADO-DEL-PUNTO TO TRUE
006670             END-IF
006680             IF DIA-FECHA = WS-CC-FECHA
006690                     AND DIA-HORA-HHMMSS > WS-CC-HORA
006700                 SET WS-PASADO-DEL-PUNTO TO TRUE
006710             END-IF
006720         WHEN OTHER
006730             CONTINUE
006740     END-EVALUATE.
006750 4150-EXIT.
006760     EXIT.

006770******************************************************************
006780*    4200-APLICAR-MAESTRO
006790*    REPITE SOBRE EL MAESTRO EL ALTA, CAMBIO O BAJA DEL ASIENTO.
006800*    SI EL REGISTRO NO ESTA COMO LO DEJO EL ASIENTO ANTERIOR
006810*    (IMAGEN ANTERIOR DISTINTA, ALTA DE ALGO QUE YA EXISTE, CAMBIO
006820*    O BAJA DE ALGO QUE NO EXISTE) SE APLICA IGUAL LA IMAGEN
006830*    POSTERIOR Y SE DEJA LA OBSERVACION.
006840******************************************************************
006850 4200-APLICAR-MAESTRO.
006860     MOVE DIA-ANTES TO WS-MST-ANTES.
006870     MOVE DIA-DESPUES TO WS-MST-NUEVO.
006880     EVALUATE TRUE
006890         WHEN DIA-ES-ALTA
006900             MOVE WS-MST-NUEVO TO MST-REGISTRO
006910             WRITE MST-REGISTRO
006920                 INVALID KEY
006930                     MOVE "YA EXISTIA, SE REEMPLAZO"
006940                         TO WS-OBSERVACION
006950                     REWRITE MST-REGISTRO
006960                     END-REWRITE
006970             END-WRITE
006980             ADD 1 TO WS-CONT-MST-ALTAS
006990         WHEN DIA-ES-CAMBIO
007000             MOVE WS-MST-NUEVO TO MST-REGISTRO
007010             READ MAESTRO-ARCH
007020                 INVALID KEY
007030                     MOVE "NO EXISTIA, SE DIO DE ALTA"
007040                         TO WS-OBSERVACION
007050                     MOVE WS-MST-NUEVO TO MST-REGISTRO
007060                     WRITE MST-REGISTRO
007070                     END-WRITE
007080                 NOT INVALID KEY
007090                     IF MST-REGISTRO NOT = WS-MST-ANTES
007100                         MOVE "IMAGEN ANTERIOR DISTINTA"
007110                             TO WS-OBSERVACION
007120                     END-IF
007130                     MOVE WS-MST-NUEVO TO MST-REGISTRO
007140                     REWRITE MST-REGISTRO
007150                     END-REWRITE
007160             END-READ
007170             ADD 1 TO WS-CONT-MST-CAMBIOS
007180         WHEN DIA-ES-BAJA
007190             MOVE WS-MST-ANTES TO MST-REGISTRO
007200             READ MAESTRO-ARCH
007210                 INVALID KEY
007220                     MOVE "NO EXISTIA" TO WS-OBSERVACION
007230                 NOT INVALID KEY
007240                     IF MST-REGISTRO NOT = WS-MST-ANTES
007250                         MOVE "IMAGEN ANTERIOR DISTINTA"
007260                             TO WS-OBSERVACION
007270                     END-IF
007280                     DELETE MAESTRO-ARCH RECORD
007290                     END-DELETE
007300             END-READ
007310             MOVE WS-MST-ANTES TO MST-REGISTRO
007320             ADD 1 TO WS-CONT-MST-BAJAS
007330         WHEN OTHER
007340             MOVE "OPERACION DESCONOCIDA EN EL ASIENTO"
007350                 TO WS-OBSERVACION
007360             SET WS-DETENIDO TO TRUE
007370             GO TO 4200-EXIT
007380     END-EVALUATE.
007390     MOVE MST-DIVIDENDO TO WS-RD-DIVIDENDO.
007400 4200-EXIT.
007410     EXIT.

007420******************************************************************
007430*    4300-APLICAR-FACTOR
007440*    MISMO TRATAMIENTO QUE 4200 PARA EL ARCHIVO DE FACTORES.
007450******************************************************************
007460 4300-APLICAR-FACTOR.
007470     MOVE DIA-ANTES TO WS-FAC-ANTES.
007480     MOVE DIA-DESPUES TO WS-FAC-NUEVO.
007490     EVALUATE TRUE
007500         WHEN DIA-ES-ALTA
007510             MOVE WS-FAC-NUEVO TO FAC-REGISTRO
007520             WRITE FAC-REGISTRO
007530                 INVALID KEY
007540                     MOVE "YA EXISTIA, SE REEMPLAZO"
007550                         TO WS-OBSERVACION
007560                     REWRITE FAC-REGISTRO
007570                     END-REWRITE
007580             END-WRITE
007590             ADD 1 TO WS-CONT-FAC-ALTAS
007600         WHEN DIA-ES-CAMBIO
007610             MOVE WS-FAC-NUEVO TO FAC-REGISTRO
007620             READ FACTORES-ARCH
007630                 INVALID KEY
007640                     MOVE "NO EXISTIA, SE DIO DE ALTA"
007650                         TO WS-OBSERVACION
007660                     MOVE WS-FAC-NUEVO TO FAC-REGISTRO
007670                     WRITE FAC-REGISTRO
007680                     END-WRITE
007690                 NOT INVALID KEY
007700                     IF FAC-REGISTRO NOT = WS-FAC-ANTES
007710                         MOVE "IMAGEN ANTERIOR DISTINTA"
007720                             TO WS-OBSERVACION
007730                     END-IF
007740                     MOVE WS-FAC-NUEVO TO FAC-REGISTRO
007750                     REWRITE FAC-REGISTRO
007760                     END-REWRITE
007770             END-READ
007780             ADD 1 TO WS-CONT-FAC-CAMBIOS
007790         WHEN DIA-ES-BAJA
007800             MOVE WS-FAC-ANTES TO FAC-REGISTRO
007810             READ FACTORES-ARCH
007820                 INVALID KEY
007830                     MOVE "NO EXISTIA" TO WS-OBSERVACION
007840                 NOT INVALID KEY
007850                     IF FAC-REGISTRO NOT = WS-FAC-ANTES
007860                         MOVE "IMAGEN ANTERIOR DISTINTA"
007870                             TO WS-OBSERVACION
007880                     END-IF
007890                     DELETE FACTORES-ARCH RECORD
007900                     END-DELETE
007910             END-READ
007920             MOVE WS-FAC-ANTES TO FAC-REGISTRO
007930             ADD 1 TO WS-CONT-FAC-BAJAS
007940         WHEN OTHER
007950             MOVE "OPERACION DESCONOCIDA EN EL ASIENTO"
007960                 TO WS-OBSERVACION
007970             SET WS-DETENIDO TO TRUE
007980             GO TO 4300-EXIT
007990     END-EVALUATE.
008000     MOVE FAC-DIVIDENDO TO WS-RD-DIVIDENDO.
008010     MOVE FAC-SECUENCIA TO WS-RD-SEC-FACTOR.
008020 4300-EXIT.
008030     EXIT.

008040******************************************************************
008050*    4800-ESCRIBIR-DETALLE
008060*    LISTA EL ASIENTO APLICADO CON LA OBSERVACION, SI LA HUBO.
008070******************************************************************
008080 4800-ESCRIBIR-DETALLE.
008090     MOVE DIA-SECUENCIA TO WS-RD-SECUENCIA.
008100     MOVE DIA-FECHA TO WS-RD-FECHA.
008110     MOVE DIA-HORA TO WS-RD-HORA.
008120     MOVE DIA-PROGRAMA TO WS-RD-PROGRAMA.
008130     MOVE DIA-CORRIDA TO WS-RD-CORRIDA.
008140     MOVE DIA-ARCHIVO TO WS-RD-ARCHIVO.
008150     MOVE DIA-OPERACION TO WS-RD-OPERACION.
008160     MOVE WS-OBSERVACION TO WS-RD-OBSERVACION.
008170     IF WS-OBSERVACION NOT = SPACES
008180             AND NOT DIA-ES-MARCA
008190         ADD 1 TO WS-CONT-OBSERVADOS
008200     END-IF.
008210     WRITE REC-LINEA FROM WS-REC-DETALLE.
008220 4800-EXIT.
008230     EXIT.

008240******************************************************************
008250*    4900-CONTAR-NO-APLICADO
008260*    CUENTA LOS ASIENTOS QUE QUEDARON DESPUES DEL PUNTO DE
008270*    DETENCION, PARA QUE EL REPORTE DIGA CUANTO SE DEJO AFUERA.
008280******************************************************************
008290 4900-CONTAR-NO-APLICADO.
008300     PERFORM 4100-LEER-DIARIO THRU 4100-EXIT.
008310     IF NOT WS-FIN-DIARIO
008320         ADD 1 TO WS-CONT-NO-APLICADOS
008330     END-IF.
008340 4900-EXIT.
008350     EXIT.

008351******************************************************************
008352*    9700-SIN-RECUPERACION
008353*    LA DESCARGA O EL DIARIO NO PERMITEN RECUPERAR Y LOS INDEXADOS
008354*    TODAVIA NO SE ABRIERON: DEJA EL MOTIVO EN EL REPORTE Y EN LA
008355*    CONSOLA, CIERRA LO ABIERTO Y TERMINA CON RETURN-CODE 12.
008356*    MAESTRO Y FACTORES QUEDAN COMO ESTABAN.
008357******************************************************************
008358 9700-SIN-RECUPERACION.
008359     MOVE WS-MOTIVO-ERROR TO WS-RM-TEXTO.
008360     WRITE REC-LINEA FROM WS-REC-MENSAJE.
008361     MOVE "NO SE RECUPERO: MAESTRO Y FACTORES NO SE TOCARON"
008362         TO WS-RM-TEXTO.
008363     WRITE REC-LINEA FROM WS-REC-MENSAJE.
008364     DISPLAY "RECMAESTRO: " WS-MOTIVO-ERROR.
008365     DISPLAY "RECMAESTRO: MAESTRO Y FACTORES NO SE TOCARON".
008366     CLOSE DESCARGA-ARCH.
008367     CLOSE DIARIO-ARCH.
008368     CLOSE RECREP-ARCH.
008369     MOVE 12 TO RETURN-CODE.
008370     STOP RUN.
008371 9700-EXIT.
008372     EXIT.

008373******************************************************************
008374*    9800-ERROR-GRAVE
008380*    LA RECARGA O LA APLICACION NO PUEDEN SEGUIR CON LOS
008390*    INDEXADOS YA ABIERTOS: DEJA EL MOTIVO EN EL REPORTE Y EN LA
008395*    CONSOLA Y TERMINA CON RETURN-CODE 8.
008400******************************************************************
008410 9800-ERROR-GRAVE.
008420     MOVE WS-MOTIVO-ERROR TO WS-RM-TEXTO.
008430     WRITE REC-LINEA FROM WS-REC-MENSAJE.
008440     DISPLAY "RECMAESTRO: " WS-MOTIVO-ERROR.
008450     MOVE 8 TO RETURN-CODE.
008460     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
008470 9800-EXIT.
008480     EXIT.

008490******************************************************************
008500*    9999-FINALIZAR
008510*    ESCRIBE LOS TOTALES POR ARCHIVO Y OPERACION, LOS ASIENTOS
008520*    OBSERVADOS Y NO APLICADOS, LA ULTIMA SECUENCIA APLICADA Y EL
008530*    AVISO DE TOMAR UNA DESCARGA NUEVA, CIERRA Y TERMINA. SI HUBO
008540*    OBSERVACIONES (Y NINGUN ERROR GRAVE) TERMINA CON 4.
008550******************************************************************
008560 9999-FINALIZAR.
008570     MOVE SPACES TO REC-LINEA.
008580     WRITE REC-LINEA.
008590     MOVE "MAESTRO" TO WS-RT-ARCHIVO.
008600     MOVE WS-CONT-MST-ALTAS TO WS-RT-ALTAS.
008610     MOVE WS-CONT-MST-CAMBIOS TO WS-RT-CAMBIOS.
008620     MOVE WS-CONT-MST-BAJAS TO WS-RT-BAJAS.
008630     WRITE REC-LINEA FROM WS-REC-TOTAL.
008640     MOVE "FACTORES" TO WS-RT-ARCHIVO.
008650     MOVE WS-CONT-FAC-ALTAS TO WS-RT-ALTAS.
008660     MOVE WS-CONT-FAC-CAMBIOS TO WS-RT-CAMBIOS.
008670     MOVE WS-CONT-FAC-BAJAS TO WS-RT-BAJAS.
008680     WRITE REC-LINEA FROM WS-REC-TOTAL.
008690     MOVE "MARCAS DE DESCARGA PASADAS:" TO WS-RC-TEXTO.
008700     MOVE WS-CONT-MARCAS TO WS-RC-CANTIDAD.
008710     WRITE REC-LINEA FROM WS-REC-CONTADOR.
008720     MOVE "ASIENTOS CON OBSERVACION:" TO WS-RC-TEXTO.
008730     MOVE WS-CONT-OBSERVADOS TO WS-RC-CANTIDAD.
008740     WRITE REC-LINEA FROM WS-REC-CONTADOR.
008750     MOVE "ASIENTOS NO APLICADOS (DESPUES DEL PUNTO):"
008760         TO WS-RC-TEXTO.
008770     MOVE WS-CONT-NO-APLICADOS TO WS-RC-CANTIDAD.
008780     WRITE REC-LINEA FROM WS-REC-CONTADOR.
008790     MOVE "ULTIMA SECUENCIA APLICADA:" TO WS-RC-TEXTO.
008800     MOVE WS-SEC-ULT-APLICADA TO WS-RC-CANTIDAD.
008810     WRITE REC-LINEA FROM WS-REC-CONTADOR.
008820     MOVE SPACES TO REC-LINEA.
008830     WRITE REC-LINEA.
008840     WRITE REC-LINEA FROM WS-AVISO-DESCARGA-1.
008850     IF WS-CONT-OBSERVADOS > ZERO
008860             AND RETURN-CODE < 8
008870         MOVE 4 TO RETURN-CODE
008880     END-IF.
008890     CLOSE MAESTRO-ARCH.
008900     CLOSE FACTORES-ARCH.
008910     CLOSE DESCARGA-ARCH.
008920     CLOSE DIARIO-ARCH.
008930     CLOSE RECREP-ARCH.
008940     DISPLAY "RECMAESTRO: RECUPERADO HASTA LA SECUENCIA "
008950         WS-SEC-ULT-APLICADA.
008960     STOP RUN.
008970 9999-EXIT.
008980     EXIT.

008990 END PROGRAM recMaestro.
