000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    AUDITORIA ESTRUCTURAL DEL MAESTRO DE PRIMOS CONTRA
000070*             EL ARCHIVO DE FACTORIZACIONES, SIN RECALCULAR NADA:
000080*             RECORRE LOS DOS INDEXADOS EN ORDEN DE CLAVE, LADO A
000090*             LADO, Y REPORTA LOS COMPUESTOS SIN REGISTRO DE
000100*             CONTROL, LOS FACTORES GUARDADOS DE UN PRIMO O DE UN
000110*             DIVIDENDO QUE NO ESTA EN EL MAESTRO, LOS CONTROLES
000120*             CUYA CANTIDAD NO COINCIDE CON LOS FACTORES QUE
000130*             TIENEN DETRAS, LOS FACTORES FUERA DE ORDEN, LOS
000140*             FACTORES QUE NO DIVIDEN AL DIVIDENDO Y LAS LISTAS
000150*             TRUNCADAS. ES EL CONTROL NOCTURNO BARATO; verMaestro
000160*             SIGUE SIENDO LA VERIFICACION COMPLETA CON clasifDiv.
000170*             SI ENCUENTRA ALGO TERMINA CON RETURN-CODE 8 PARA
000174*             QUE EL PLANIFICADOR RETENGA EL EXTRACTO, Y DEJA EN
000178*             LA BITACORA DE CORRIDAS UN ASIENTO DE AUDITORIA
000182*             (MODO "A") CON LA CANTIDAD DE EXCEPCIONES, QUE
000186*             vigBitacora CONVIERTE EN ALERTA.
000190* TECTONICS.  cobc -x audMaestro.cbl
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000230* ----------  -----  -------------------------------------------
000240* 15/10/2026  RAS    VERSION ORIGINAL. CON DIVIDENDOS DE 12
000250*                    DIGITOS verMaestro YA NO ENTRA EN LA VENTANA
000260*                    NOCTURNA.
000261* 15/10/2026  RAS    EL RESULTADO SE ASIENTA EN LA BITACORA CON LA
000263*                    FECHA DE NEGOCIO DE LA CADENA (TARJCAD) PARA
000265*                    QUE vigBitacora LO VIGILE. UN ERROR AL ABRIR
000266*                    LOS ARCHIVOS TERMINA CON RETURN-CODE 16: UNA
000268*                    AUDITORIA QUE NO CORRIO NO PASA POR LIMPIA.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. audMaestro.
000300 AUTHOR. R. ALVAREZ SOSA.
000310 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MAESTRO-ARCH
000380         ASSIGN TO "MAESTRO"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS MST-DIVIDENDO
000420         FILE STATUS IS WS-STATUS-MAESTRO.

000430     SELECT FACTORES-ARCH
000440         ASSIGN TO "FACTORES"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS FAC-CLAVE
000480         FILE STATUS IS WS-STATUS-FACTORES.

000490     SELECT AUDITREP-ARCH
000500         ASSIGN TO "AUDITREP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STATUS-AUDITREP.

000521     SELECT CONTROL-ARCH
000522         ASSIGN TO "TARJCAD"
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS WS-STATUS-CONTROL.

000525     SELECT BITACORA-ARCH
000526         ASSIGN TO "BITACORA"
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS WS-STATUS-BITACORA.

000530 DATA DIVISION.
000540 FILE SECTION.
000550******************************************************************
000560*    ARCHIVO MAESTRO DE PRIMOS - MISMO REGISTRO QUE EN ESPRIMO.
000570******************************************************************
000580 FD  MAESTRO-ARCH
000590     RECORDING MODE IS F.
000600 01  MST-REGISTRO.
000610     05  MST-DIVIDENDO                PIC 9(12).
000620     05  MST-RESULTADO                PIC X(01).
000630         88  MST-ES-PRIMO                  VALUE "P".
000640         88  MST-ES-COMPUESTO              VALUE "C".
000650     05  MST-FECHA                    PIC 9(08).
000660     05  MST-MODO-CORRIDA             PIC X(01).
000670     05  MST-DIVISOR-INICIAL          PIC 9(12).

000680******************************************************************
000690*    ARCHIVO DE FACTORIZACIONES - MISMO REGISTRO QUE EN ESPRIMO.
000700*    LA SECUENCIA 0000 ES EL CONTROL: FAC-FACTOR LLEVA LA
000710*    CANTIDAD DE FACTORES Y FAC-TRUNCADO LA MARCA DE LISTA
000720*    INCOMPLETA. DE LA 0001 EN ADELANTE, UN FACTOR PROPIO POR
000730*    REGISTRO, DE MENOR A MAYOR.
000740******************************************************************
000750 FD  FACTORES-ARCH
000760     RECORDING MODE IS F.
000770 01  FAC-REGISTRO.
000780     05  FAC-CLAVE.
000790         10  FAC-DIVIDENDO            PIC 9(12).
000800         10  FAC-SECUENCIA            PIC 9(04).
000810     05  FAC-FACTOR                   PIC 9(12).
000820     05  FAC-TRUNCADO                 PIC X(01).
000830         88  FAC-LISTA-TRUNCADA            VALUE "Y".

000840******************************************************************
000850*    REPORTE DE LA AUDITORIA
000860******************************************************************
000870 FD  AUDITREP-ARCH
000880     RECORDING MODE IS F.
000890 01  AUD-LINEA                        PIC X(80).

000891******************************************************************
000892*    TARJETA DE LA CADENA - LA MISMA DE LOS PASOS (regCadena).
000893*    AQUI SOLO SE TOMA LA FECHA DE NEGOCIO (EN CERO O SIN
000894*    TARJETA, LA FECHA DEL SISTEMA).
000895******************************************************************
000896 FD  CONTROL-ARCH
000897     RECORDING MODE IS F.
000898 01  CTL-TARJETA.
000900     05  CTL-FECHA                    PIC 9(08).
000901     05  FILLER                       PIC X(72).

000902******************************************************************
000903*    BITACORA DE CORRIDAS - MISMO REGISTRO QUE EN esPrimo.
000904******************************************************************
000905 FD  BITACORA-ARCH
000906     RECORDING MODE IS F.
000907 01  BIT-REGISTRO                     PIC X(120).

000908 WORKING-STORAGE SECTION.
000910******************************************************************
000920*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
000930******************************************************************
000940 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.
000950 77  WS-STATUS-FACTORES               PIC X(02) VALUE SPACES.
000960 77  WS-STATUS-AUDITREP               PIC X(02) VALUE SPACES.
000963 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
000966 77  WS-STATUS-BITACORA               PIC X(02) VALUE SPACES.

000970 01  WS-SWITCHES.
000980     05  WS-SW-FIN-MAESTRO            PIC X(01) VALUE "N".
000990         88  WS-FIN-MAESTRO                      VALUE "Y".
001000     05  WS-SW-FIN-FACTORES           PIC X(01) VALUE "N".
001010         88  WS-FIN-FACTORES                     VALUE "Y".
001020     05  WS-SW-CONTROL                PIC X(01) VALUE "N".
001030         88  WS-HAY-CONTROL                      VALUE "Y".
001040         88  WS-SIN-CONTROL                      VALUE "N".

001050******************************************************************
001060*    CLAVES DEL APAREO. AL AGOTARSE UN ARCHIVO SU CLAVE PASA A
001070*    TRECE NUEVES, MAYOR QUE CUALQUIER DIVIDENDO DE 12 DIGITOS,
001080*    Y EL APAREO TERMINA CUANDO LAS DOS LLEGAN AL TOPE.
001090******************************************************************
001100 77  WS-CLAVE-TOPE                    PIC 9(13)
001110         VALUE 9999999999999.
001120 77  WS-CLAVE-MST                     PIC 9(13) VALUE ZERO.
001130 77  WS-CLAVE-FAC                     PIC 9(13) VALUE ZERO.
001140 77  WS-DIV-GRUPO                     PIC 9(13) VALUE ZERO.

001150******************************************************************
001160*    CAMPOS DE TRABAJO DE LA REVISION DE UNA LISTA DE FACTORES
001170******************************************************************
001180 77  WS-CANT-CONTROL                  PIC 9(08) COMP VALUE ZERO.
001190 77  WS-CANT-REAL                     PIC 9(08) COMP VALUE ZERO.
001200 77  WS-SEC-ESPERADA                  PIC 9(04) COMP VALUE ZERO.
001210 77  WS-SW-TRUNCADO                   PIC X(01) VALUE "N".
001220 77  WS-FACTOR-ANTERIOR               PIC 9(12) VALUE ZERO.
001230 77  WS-COCIENTE                      PIC 9(12) VALUE ZERO.
001240 77  WS-RESTO                         PIC 9(12) VALUE ZERO.
001250 77  WS-FECHA-PROCESO                 PIC 9(08) VALUE ZERO.
001255 77  WS-FECHA-NEGOCIO                 PIC 9(08) VALUE ZERO.

001260******************************************************************
001270*    CONTADORES DE CONTROL
001280******************************************************************
001290 77  WS-CONT-MAESTRO                  PIC 9(08) COMP VALUE ZERO.
001300 77  WS-CONT-FACTORES                 PIC 9(08) COMP VALUE ZERO.
001310 77  WS-CONT-EXCEPCIONES              PIC 9(08) COMP VALUE ZERO.
001320 77  WS-IDX-EXC                       PIC 9(04) COMP VALUE ZERO.

001330******************************************************************
001340*    TIPOS DE EXCEPCION: DESCRIPCION PARA EL REPORTE Y CANTIDAD
001350*    ENCONTRADA DE CADA UNO. EL NUMERO DE TIPO ES EL SUBINDICE.
001360******************************************************************
001370 01  WS-DESCRIPCIONES-EXC.
001380     05  FILLER                       PIC X(34)
001390             VALUE "COMPUESTO SIN REGISTRO DE CONTROL".
001400     05  FILLER                       PIC X(34)
001410             VALUE "PRIMO CON FACTORES GUARDADOS".
001420     05  FILLER                       PIC X(34)
001430             VALUE "FACTORES SIN REGISTRO EN MAESTRO".
001440     05  FILLER                       PIC X(34)
001450             VALUE "CANTIDAD DEL CONTROL NO COINCIDE".
001460     05  FILLER                       PIC X(34)
001470             VALUE "FACTORES FUERA DE ORDEN".
001480     05  FILLER                       PIC X(34)
001490             VALUE "FACTOR QUE NO DIVIDE AL DIVIDENDO".
001500     05  FILLER                       PIC X(34)
001510             VALUE "LISTA DE FACTORES TRUNCADA".
001520 01  WS-TABLA-DESC-EXC REDEFINES WS-DESCRIPCIONES-EXC.
001530     05  WS-DESC-EXC OCCURS 7 TIMES   PIC X(34).

001540 01  WS-TABLA-CONT-EXC.
001550     05  WS-CONT-EXC OCCURS 7 TIMES   PIC 9(08) COMP.

001560******************************************************************
001570*    LINEAS DEL REPORTE DE AUDITORIA
001580******************************************************************
001590 01  WS-ENCABEZADO-1.
001600     05  FILLER                       PIC X(44)
001610             VALUE "AUDITORIA ESTRUCTURAL MAESTRO / FACTORES   ".
001620     05  FILLER                       PIC X(07) VALUE "FECHA: ".
001630     05  WS-ENC-FECHA                 PIC 9(08).
001640 01  WS-ENCABEZADO-2.
001650     05  FILLER                       PIC X(20)
001660             VALUE "   DIVIDENDO   SEC  ".
001670     05  FILLER                       PIC X(35)
001680             VALUE "EXCEPCION".
001690     05  FILLER                       PIC X(04) VALUE "DATO".

001700 01  WS-AUD-DETALLE.
001710     05  WS-AUDD-DIVIDENDO            PIC Z(11)9.
001720     05  FILLER                       PIC X(01) VALUE SPACE.
001730     05  WS-AUDD-SECUENCIA            PIC X(04).
001740     05  FILLER                       PIC X(02) VALUE SPACES.
001750     05  WS-AUDD-EXCEPCION            PIC X(34).
001760     05  FILLER                       PIC X(01) VALUE SPACE.
001770     05  WS-AUDD-DATO                 PIC X(26).

001780 01  WS-AUD-DATO-CANT.
001790     05  WS-ADC-TEXTO-1               PIC X(09).
001800     05  WS-ADC-CANT-1                PIC ZZZ9.
001810     05  FILLER                       PIC X(01) VALUE SPACE.
001820     05  WS-ADC-TEXTO-2               PIC X(08).
001830     05  WS-ADC-CANT-2                PIC ZZZ9.

001840 01  WS-AUD-TOTAL.
001850     05  FILLER                       PIC X(03) VALUE SPACES.
001860     05  WS-AUDT-DESCRIPCION          PIC X(45).
001870     05  WS-AUDT-CANTIDAD             PIC ZZZZZZZ9.

001880 01  WS-AVISO-SIN-EXCEPCIONES.
001890     05  FILLER                       PIC X(20)
001900             VALUE "** SIN EXCEPCIONES: ".
001910     05  FILLER                       PIC X(34)
001920             VALUE "MAESTRO Y FACTORES CONSISTENTES **".

001921******************************************************************
001922*    ASIENTO DE LA AUDITORIA EN LA BITACORA: MODO "A", FECHA DE
001923*    NEGOCIO DE LA CADENA, REGISTROS DEL MAESTRO LEIDOS EN EL
001925*    CONTADOR DE LEIDOS Y CANTIDAD DE EXCEPCIONES EN EL DE
001926*    RECHAZOS. NO ES UNA CORRIDA DE esPrimo: NO LLEVA CORRIDA.
001927******************************************************************
001928 01  WS-BITACORA-REG.
001930     05  WS-BIT-FECHA                 PIC 9(08).
001931     05  WS-BIT-HORA                  PIC 9(06).
001932     05  WS-BIT-MODO                  PIC X(01) VALUE "A".
001933     05  WS-BIT-REINICIO              PIC X(01) VALUE "N".
001935     05  WS-BIT-ESTADO                PIC X(01) VALUE "N".
001936     05  WS-BIT-RANGO-DESDE           PIC 9(12) VALUE ZERO.
001937     05  WS-BIT-RANGO-HASTA           PIC 9(12) VALUE ZERO.
001938     05  WS-BIT-LEIDOS                PIC 9(08) VALUE ZERO.
001940     05  WS-BIT-PRIMOS                PIC 9(08) VALUE ZERO.
001941     05  WS-BIT-COMPUESTOS            PIC 9(08) VALUE ZERO.
001942     05  WS-BIT-RECHAZOS              PIC 9(08) VALUE ZERO.
001943     05  WS-BIT-DUPLICADOS            PIC 9(08) VALUE ZERO.
001945     05  WS-BIT-OPERADOR              PIC X(08) VALUE SPACES.
001946     05  WS-BIT-ACCION                PIC X(01) VALUE SPACES.
001947     05  WS-BIT-MOTIVO                PIC X(20) VALUE SPACES.
001948     05  WS-BIT-ENSAYO                PIC X(01) VALUE "N".
001950     05  WS-BIT-CORRIDA               PIC 9(06) VALUE ZERO.
001951     05  WS-BIT-DURACION              PIC 9(03) VALUE ZERO.

001952 01  WS-HORA-ACTUAL.
001953     05  WS-HORA-HHMMSS               PIC 9(06).
001955     05  FILLER                       PIC 9(02).

001956 PROCEDURE DIVISION.
001957******************************************************************
001958*    0000-MAINLINE
001960*    CONTROLA LA SECUENCIA GENERAL: ABRE LOS ARCHIVOS, APAREA EL
001970*    MAESTRO CON LAS FACTORIZACIONES HASTA AGOTAR LOS DOS Y
001980*    CIERRA CON LOS TOTALES POR TIPO DE EXCEPCION.
001990******************************************************************
002000 0000-MAINLINE.
002010     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002020     PERFORM 2000-APAREAR THRU 2000-EXIT
002030         UNTIL WS-FIN-MAESTRO AND WS-FIN-FACTORES.
002040     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
002050 0000-EXIT.
002060     EXIT.

002070******************************************************************
002080*    1000-INICIALIZAR
002090*    ABRE LOS DOS INDEXADOS PARA LECTURA Y EL REPORTE, ESCRIBE
002100*    LOS ENCABEZADOS Y LEE EL PRIMER REGISTRO DE CADA ARCHIVO.
002103*    SI UN ARCHIVO NO ABRE TERMINA CON RETURN-CODE 16, QUE EL
002106*    PLANIFICADOR NO CONFUNDE CON UNA AUDITORIA LIMPIA.
002110******************************************************************
002120 1000-INICIALIZAR.
002130     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002140     INITIALIZE WS-TABLA-CONT-EXC.
002145     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
002150     OPEN INPUT MAESTRO-ARCH.
002160     IF WS-STATUS-MAESTRO NOT = "00"
002170         DISPLAY "AUDMAESTRO: ERROR AL ABRIR MAESTRO, STATUS = "
002180             WS-STATUS-MAESTRO
002185         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN INPUT FACTORES-ARCH.
002220     IF WS-STATUS-FACTORES NOT = "00"
002230         DISPLAY "AUDMAESTRO: ERROR AL ABRIR FACTORES, STATUS = "
002240             WS-STATUS-FACTORES
002245         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     OPEN OUTPUT AUDITREP-ARCH.
002280     IF WS-STATUS-AUDITREP NOT = "00"
002290         DISPLAY "AUDMAESTRO: ERROR AL ABRIR AUDITREP, STATUS = "
002300             WS-STATUS-AUDITREP
002305         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA.
002340     WRITE AUD-LINEA FROM WS-ENCABEZADO-1.
002350     WRITE AUD-LINEA FROM WS-ENCABEZADO-2.
002360     PERFORM 2900-LEER-MAESTRO THRU 2900-EXIT.
002370     PERFORM 2950-LEER-FACTORES THRU 2950-EXIT.
002380 1000-EXIT.
002381     EXIT.

002382******************************************************************
002383*    1100-LEER-TARJETA
002384*    TOMA LA FECHA DE NEGOCIO DE LA TARJETA DE LA CADENA, CON LA
002385*    QUE SE ASIENTA LA AUDITORIA EN LA BITACORA. SIN TARJETA O
002386*    SIN FECHA, LA FECHA DEL SISTEMA.
002388******************************************************************
002389 1100-LEER-TARJETA.
002390     MOVE WS-FECHA-PROCESO TO WS-FECHA-NEGOCIO.
002391     OPEN INPUT CONTROL-ARCH.
002392     IF WS-STATUS-CONTROL = "00"
002393         READ CONTROL-ARCH
002394             AT END
002396                 CONTINUE
002397             NOT AT END
002398                 IF CTL-FECHA NUMERIC
002399                         AND CTL-FECHA NOT = ZERO
002400                     MOVE CTL-FECHA TO WS-FECHA-NEGOCIO
002401                 END-IF
002403         END-READ
002404         CLOSE CONTROL-ARCH
002405     END-IF.
002406 1100-EXIT.
002407     EXIT.

002408******************************************************************
002410*    2000-APAREAR
002420*    COMPARA LAS CLAVES DE LOS DOS ARCHIVOS: UN DIVIDENDO SOLO EN
002430*    EL MAESTRO, UN GRUPO DE FACTORES SIN MAESTRO, O LOS DOS A LA
002440*    VEZ.
002450******************************************************************
002460 2000-APAREAR.
002470     EVALUATE TRUE
002480         WHEN WS-CLAVE-MST < WS-CLAVE-FAC
002490             PERFORM 2100-MAESTRO-SOLO THRU 2100-EXIT
002500         WHEN WS-CLAVE-FAC < WS-CLAVE-MST
002510             PERFORM 2200-FACTORES-SOLOS THRU 2200-EXIT
002520         WHEN OTHER
002530             PERFORM 2300-MAESTRO-Y-FACTORES THRU 2300-EXIT
002540     END-EVALUATE.
002550 2000-EXIT.
002560     EXIT.

002570******************************************************************
002580*    2100-MAESTRO-SOLO
002590*    EL DIVIDENDO NO TIENE NINGUN REGISTRO DE FACTORES. ESTA BIEN
002600*    PARA UN PRIMO; UN COMPUESTO DEBERIA TENER AL MENOS EL
002610*    CONTROL.
002620******************************************************************
002630 2100-MAESTRO-SOLO.
002640     IF MST-ES-COMPUESTO
002650         MOVE MST-DIVIDENDO TO WS-AUDD-DIVIDENDO
002660         MOVE SPACES TO WS-AUDD-SECUENCIA
002670         MOVE SPACES TO WS-AUDD-DATO
002680         MOVE 1 TO WS-IDX-EXC
002690         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
002700     END-IF.
002710     PERFORM 2900-LEER-MAESTRO THRU 2900-EXIT.
002720 2100-EXIT.
002730     EXIT.

002740******************************************************************
002750*    2200-FACTORES-SOLOS
002760*    HAY FACTORES GUARDADOS DE UN DIVIDENDO QUE NO ESTA EN EL
002770*    MAESTRO (QUEDARON DE UNA DEPURACION O DE UNA BAJA). SE
002780*    SALTEA EL GRUPO ENTERO Y SE REPORTA UNA SOLA VEZ.
002790******************************************************************
002800 2200-FACTORES-SOLOS.
002810     MOVE FAC-DIVIDENDO TO WS-AUDD-DIVIDENDO.
002820     PERFORM 2800-SALTEAR-GRUPO THRU 2800-EXIT.
002830     MOVE SPACES TO WS-AUDD-SECUENCIA.
002840     MOVE SPACES TO WS-AUD-DATO-CANT.
002850     MOVE "REGISTROS" TO WS-ADC-TEXTO-1.
002860     MOVE WS-CANT-REAL TO WS-ADC-CANT-1.
002870     MOVE WS-AUD-DATO-CANT TO WS-AUDD-DATO.
002880     MOVE 3 TO WS-IDX-EXC.
002890     PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT.
002900 2200-EXIT.
002910     EXIT.

002920******************************************************************
002930*    2300-MAESTRO-Y-FACTORES
002940*    EL DIVIDENDO ESTA EN LOS DOS ARCHIVOS. SI EL MAESTRO NO LO
002950*    DA POR COMPUESTO, LA LISTA SOBRA Y SE REPORTA ENTERA; SI ES
002960*    COMPUESTO SE REVISA SU ESTRUCTURA.
002970******************************************************************
002980 2300-MAESTRO-Y-FACTORES.
002990     IF MST-ES-COMPUESTO
003000         PERFORM 2400-REVISAR-LISTA THRU 2400-EXIT
003010     ELSE
003020         MOVE FAC-DIVIDENDO TO WS-AUDD-DIVIDENDO
003030         PERFORM 2800-SALTEAR-GRUPO THRU 2800-EXIT
003040         MOVE SPACES TO WS-AUDD-SECUENCIA
003050         MOVE SPACES TO WS-AUD-DATO-CANT
003060         MOVE "REGISTROS" TO WS-ADC-TEXTO-1
003070         MOVE WS-CANT-REAL TO WS-ADC-CANT-1
003080         MOVE WS-AUD-DATO-CANT TO WS-AUDD-DATO
003090         MOVE 2 TO WS-IDX-EXC
003100         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
003110     END-IF.
003120     PERFORM 2900-LEER-MAESTRO THRU 2900-EXIT.
003130 2300-EXIT.
003140     EXIT.

003150******************************************************************
003160*    2400-REVISAR-LISTA
003170*    REVISA LA LISTA DE FACTORES DE UN COMPUESTO: EL CONTROL EN
003180*    LA SECUENCIA CERO, CADA FACTOR (ORDEN Y DIVISIBILIDAD), Y AL
003190*    FINAL LA CANTIDAD DEL CONTROL CONTRA LOS FACTORES LEIDOS Y
003200*    LA MARCA DE LISTA TRUNCADA.
003210******************************************************************
003220 2400-REVISAR-LISTA.
003230     MOVE WS-CLAVE-FAC TO WS-DIV-GRUPO.
003240     MOVE ZERO TO WS-CANT-REAL.
003250     MOVE ZERO TO WS-FACTOR-ANTERIOR.
003260     MOVE 1 TO WS-SEC-ESPERADA.
003270     MOVE "N" TO WS-SW-TRUNCADO.
003280     IF FAC-SECUENCIA = ZERO
003290         SET WS-HAY-CONTROL TO TRUE
003300         MOVE ZERO TO WS-CANT-CONTROL
003310         IF FAC-FACTOR NUMERIC
003320             MOVE FAC-FACTOR TO WS-CANT-CONTROL
003330         END-IF
003340         IF FAC-LISTA-TRUNCADA
003350             MOVE "Y" TO WS-SW-TRUNCADO
003360         END-IF
003370         PERFORM 2950-LEER-FACTORES THRU 2950-EXIT
003380     ELSE
003390         SET WS-SIN-CONTROL TO TRUE
003400         MOVE FAC-DIVIDENDO TO WS-AUDD-DIVIDENDO
003410         MOVE SPACES TO WS-AUDD-SECUENCIA
003420         MOVE SPACES TO WS-AUDD-DATO
003430         MOVE 1 TO WS-IDX-EXC
003440         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
003450     END-IF.
003460     PERFORM 2500-REVISAR-FACTOR THRU 2500-EXIT
003470         UNTIL WS-CLAVE-FAC NOT = WS-DIV-GRUPO.
003480     MOVE WS-DIV-GRUPO TO WS-AUDD-DIVIDENDO.
003490     MOVE "0000" TO WS-AUDD-SECUENCIA.
003500     IF WS-HAY-CONTROL
003510             AND WS-CANT-CONTROL NOT = WS-CANT-REAL
003520         MOVE SPACES TO WS-AUD-DATO-CANT
003530         MOVE "CONTROL" TO WS-ADC-TEXTO-1
003540         MOVE WS-CANT-CONTROL TO WS-ADC-CANT-1
003550         MOVE "LEIDOS" TO WS-ADC-TEXTO-2
003560         MOVE WS-CANT-REAL TO WS-ADC-CANT-2
003570         MOVE WS-AUD-DATO-CANT TO WS-AUDD-DATO
003580         MOVE 4 TO WS-IDX-EXC
003590         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
003600     END-IF.
003610     IF WS-SW-TRUNCADO = "Y"
003620         MOVE SPACES TO WS-AUD-DATO-CANT
003630         MOVE "GUARDADOS" TO WS-ADC-TEXTO-1
003640         MOVE WS-CANT-REAL TO WS-ADC-CANT-1
003650         MOVE WS-AUD-DATO-CANT TO WS-AUDD-DATO
003660         MOVE 7 TO WS-IDX-EXC
003670         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
003680     END-IF.
003690 2400-EXIT.
003700     EXIT.

003710******************************************************************
003720*    2500-REVISAR-FACTOR
003730*    UN REGISTRO DE FACTOR: LA SECUENCIA DEBE SER LA SIGUIENTE
003740*    A LA ANTERIOR Y EL FACTOR MAYOR QUE EL ANTERIOR (clasifDiv
003750*    LOS DEVUELVE DISTINTOS Y DE MENOR A MAYOR), Y DEBE DIVIDIR
003760*    EXACTAMENTE AL DIVIDENDO.
003770******************************************************************
003780 2500-REVISAR-FACTOR.
003790     ADD 1 TO WS-CANT-REAL.
003800     MOVE FAC-DIVIDENDO TO WS-AUDD-DIVIDENDO.
003810     MOVE FAC-SECUENCIA TO WS-AUDD-SECUENCIA.
003820     MOVE SPACES TO WS-AUDD-DATO.
003830     IF FAC-SECUENCIA NOT = WS-SEC-ESPERADA
003840         MOVE SPACES TO WS-AUD-DATO-CANT
003850         MOVE "SEC.ESPER" TO WS-ADC-TEXTO-1
003860         MOVE WS-SEC-ESPERADA TO WS-ADC-CANT-1
003870         MOVE WS-AUD-DATO-CANT TO WS-AUDD-DATO
003880         MOVE 5 TO WS-IDX-EXC
003890         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
003900     END-IF.
003910     COMPUTE WS-SEC-ESPERADA = FAC-SECUENCIA + 1.
003920     IF FAC-FACTOR NOT NUMERIC
003930             OR FAC-FACTOR = ZERO
003940         MOVE "FACTOR ILEGIBLE O CERO" TO WS-AUDD-DATO
003950         MOVE 6 TO WS-IDX-EXC
003960         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
003970         GO TO 2500-LEER
003980     END-IF.
003990     IF FAC-FACTOR NOT > WS-FACTOR-ANTERIOR
004000         MOVE FAC-FACTOR TO WS-AUDD-DATO
004010         MOVE 5 TO WS-IDX-EXC
004020         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
004030     END-IF.
004040     MOVE FAC-FACTOR TO WS-FACTOR-ANTERIOR.
004050     DIVIDE FAC-DIVIDENDO BY FAC-FACTOR
004060         GIVING WS-COCIENTE REMAINDER WS-RESTO.
004070     IF WS-RESTO NOT = ZERO
004080         MOVE FAC-FACTOR TO WS-AUDD-DATO
004090         MOVE 6 TO WS-IDX-EXC
004100         PERFORM 8000-ESCRIBIR-EXCEPCION THRU 8000-EXIT
004110     END-IF.
004120 2500-LEER.
004130     PERFORM 2950-LEER-FACTORES THRU 2950-EXIT.
004140 2500-EXIT.
004150     EXIT.

004160******************************************************************
004170*    2800-SALTEAR-GRUPO
004180*    AVANZA SOBRE TODOS LOS REGISTROS DE FACTORES DEL DIVIDENDO
004190*    ACTUAL, CONTANDOLOS EN WS-CANT-REAL.
004200******************************************************************
004210 2800-SALTEAR-GRUPO.
004220     MOVE WS-CLAVE-FAC TO WS-DIV-GRUPO.
004230     MOVE ZERO TO WS-CANT-REAL.
004240     PERFORM 2850-SALTEAR-FACTOR THRU 2850-EXIT
004250         UNTIL WS-CLAVE-FAC NOT = WS-DIV-GRUPO.
004260 2800-EXIT.
004270     EXIT.

004280 2850-SALTEAR-FACTOR.
004290     ADD 1 TO WS-CANT-REAL.
004300     PERFORM 2950-LEER-FACTORES THRU 2950-EXIT.
004310 2850-EXIT.
004320     EXIT.

004330 2900-LEER-MAESTRO.
004340     READ MAESTRO-ARCH NEXT RECORD
004350         AT END
004360             SET WS-FIN-MAESTRO TO TRUE
004370             MOVE WS-CLAVE-TOPE TO WS-CLAVE-MST
004380             GO TO 2900-EXIT
004390     END-READ.
004400     ADD 1 TO WS-CONT-MAESTRO.
004410     MOVE MST-DIVIDENDO TO WS-CLAVE-MST.
004420 2900-EXIT.
004430     EXIT.

004440 2950-LEER-FACTORES.
004450     READ FACTORES-ARCH NEXT RECORD
004460         AT END
004470             SET WS-FIN-FACTORES TO TRUE
004480             MOVE WS-CLAVE-TOPE TO WS-CLAVE-FAC
004490             GO TO 2950-EXIT
004500     END-READ.
004510     ADD 1 TO WS-CONT-FACTORES.
004520     MOVE FAC-DIVIDENDO TO WS-CLAVE-FAC.
004530 2950-EXIT.
004540     EXIT.

004550******************************************************************
004560*    8000-ESCRIBIR-EXCEPCION
004570*    ESCRIBE LA LINEA DE LA EXCEPCION CUYO TIPO DEJO EL LLAMADOR
004580*    EN WS-IDX-EXC (CON DIVIDENDO, SECUENCIA Y DATO YA CARGADOS)
004590*    Y LA CUENTA EN SU TIPO.
004600******************************************************************
004610 8000-ESCRIBIR-EXCEPCION.
004620     MOVE WS-DESC-EXC(WS-IDX-EXC) TO WS-AUDD-EXCEPCION.
004630     WRITE AUD-LINEA FROM WS-AUD-DETALLE.
004640     ADD 1 TO WS-CONT-EXC(WS-IDX-EXC).
004650     ADD 1 TO WS-CONT-EXCEPCIONES.
004660 8000-EXIT.
004670     EXIT.

004680******************************************************************
004690*    9000-ESCRIBIR-TOTAL-TIPO
004700*    UNA LINEA DE TOTALES POR TIPO DE EXCEPCION.
004710******************************************************************
004720 9000-ESCRIBIR-TOTAL-TIPO.
004730     MOVE WS-DESC-EXC(WS-IDX-EXC) TO WS-AUDT-DESCRIPCION.
004740     MOVE WS-CONT-EXC(WS-IDX-EXC) TO WS-AUDT-CANTIDAD.
004750     WRITE AUD-LINEA FROM WS-AUD-TOTAL.
004760 9000-EXIT.
004770     EXIT.

004780******************************************************************
004781*    9700-GRABAR-BITACORA
004783*    AGREGA A LA BITACORA EL ASIENTO DE LA AUDITORIA CON LA
004784*    FECHA DE NEGOCIO, LOS REGISTROS DEL MAESTRO LEIDOS Y LA
004786*    CANTIDAD DE EXCEPCIONES. SI LA BITACORA NO SE PUEDE ABRIR SE
004787*    AVISA POR CONSOLA Y SE SIGUE: EL RETURN-CODE YA LLEVA EL
004789*    RESULTADO PARA EL PLANIFICADOR.
004790******************************************************************
004792 9700-GRABAR-BITACORA.
004793     OPEN EXTEND BITACORA-ARCH.
004795     IF WS-STATUS-BITACORA = "35"
004796         OPEN OUTPUT BITACORA-ARCH
004798     END-IF.
004799     IF WS-STATUS-BITACORA NOT = "00"
004801         DISPLAY "AUDMAESTRO: NO SE PUDO ABRIR BITACORA, "
004802             "STATUS = " WS-STATUS-BITACORA
004804         GO TO 9700-EXIT
004805     END-IF.
004807     MOVE WS-FECHA-NEGOCIO TO WS-BIT-FECHA.
004808     ACCEPT WS-HORA-ACTUAL FROM TIME.
004810     MOVE WS-HORA-HHMMSS TO WS-BIT-HORA.
004811     MOVE WS-CONT-MAESTRO TO WS-BIT-LEIDOS.
004813     MOVE WS-CONT-EXCEPCIONES TO WS-BIT-RECHAZOS.
004814     WRITE BIT-REGISTRO FROM WS-BITACORA-REG.
004816     CLOSE BITACORA-ARCH.
004817 9700-EXIT.
004819     EXIT.

004820******************************************************************
004822*    9999-FINALIZAR
004823*    ESCRIBE LOS TOTALES POR TIPO DE EXCEPCION Y LOS REGISTROS
004825*    LEIDOS, ASIENTA LA AUDITORIA EN LA BITACORA, CIERRA Y
004826*    TERMINA. CUALQUIER EXCEPCION DEJA RETURN-CODE 8 PARA QUE EL
004828*    PLANIFICADOR RETENGA EL EXTRACTO.
004830******************************************************************
004840 9999-FINALIZAR.
004850     MOVE SPACES TO AUD-LINEA.
004860     WRITE AUD-LINEA.
004870     IF WS-CONT-EXCEPCIONES = ZERO
004880         WRITE AUD-LINEA FROM WS-AVISO-SIN-EXCEPCIONES
004890     END-IF.
004900     PERFORM 9000-ESCRIBIR-TOTAL-TIPO THRU 9000-EXIT
004910         VARYING WS-IDX-EXC FROM 1 BY 1
004920             UNTIL WS-IDX-EXC > 7.
004930     MOVE "TOTAL DE EXCEPCIONES" TO WS-AUDT-DESCRIPCION.
004940     MOVE WS-CONT-EXCEPCIONES TO WS-AUDT-CANTIDAD.
004950     WRITE AUD-LINEA FROM WS-AUD-TOTAL.
004960     MOVE "REGISTROS DEL MAESTRO LEIDOS" TO WS-AUDT-DESCRIPCION.
004970     MOVE WS-CONT-MAESTRO TO WS-AUDT-CANTIDAD.
004980     WRITE AUD-LINEA FROM WS-AUD-TOTAL.
004990     MOVE "REGISTROS DE FACTORES LEIDOS" TO WS-AUDT-DESCRIPCION.
005000     MOVE WS-CONT-FACTORES TO WS-AUDT-CANTIDAD.
005010     WRITE AUD-LINEA FROM WS-AUD-TOTAL.
005020     CLOSE MAESTRO-ARCH.
005030     CLOSE FACTORES-ARCH.
005040     CLOSE AUDITREP-ARCH.
005045     PERFORM 9700-GRABAR-BITACORA THRU 9700-EXIT.
005050     IF WS-CONT-EXCEPCIONES > ZERO
005060         DISPLAY "AUDMAESTRO: EXCEPCIONES ENCONTRADAS: "
005070             WS-CONT-EXCEPCIONES
005080         MOVE 8 TO RETURN-CODE
005090     END-IF.
005100     STOP RUN.
005110 9999-EXIT.
005120     EXIT.

005130 END PROGRAM audMaestro.
