000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    DIARIO DE CAMBIOS DEL MAESTRO DE PRIMOS Y DEL
000070*             ARCHIVO DE FACTORIZACIONES, COMO SUBPROGRAMA
000080*             LLAMABLE: TODO PROGRAMA QUE DA DE ALTA, CAMBIA O
000090*             BORRA UN REGISTRO DE MAESTRO O DE FACTORES LLAMA
000100*             AQUI CON LA IMAGEN ANTERIOR Y LA POSTERIOR, Y EL
000110*             SUBPROGRAMA LAS AGREGA AL DIARIO (DIARIO) CON EL
000120*             PROGRAMA, LA CORRIDA, LA FECHA Y HORA Y UN NUMERO
000130*             DE SECUENCIA CORRELATIVO. CON LA ULTIMA DESCARGA
000140*             DE descMaestro Y ESTE DIARIO, recMaestro RECONSTRUYE
000150*             LOS DOS ARCHIVOS SIN RECORRER DIAS DE CORRIDAS.
000160* TECTONICS.  cobc -m grabDiario.cbl  (O SE COMPILA JUNTO AL
000170*             PROGRAMA QUE LO LLAMA: cobc -x llamador.cbl
000180*             grabDiario.cbl)
000190******************************************************************
000200* HISTORIAL DE MODIFICACIONES
000210* FECHA       INIC.  DESCRIPCION
000220* ----------  -----  -------------------------------------------
000230* 15/10/2026  RAS    VERSION ORIGINAL. UN INDEXADO DANADO A MITAD
000240*                    DE CORRIDA SOLO SE RECUPERABA RESTAURANDO
000250*                    UNA COPIA VIEJA Y REPITIENDO DIAS DE TRABAJO.
000260******************************************************************
000270* CONTRATO DE LA LLAMADA
000280*   CALL "grabDiario" USING <AREA DE PARAMETROS>
000290*   ENTRADA:  GDI-FUNCION          "A" ABRIR EL DIARIO PARA
000300*             AGREGAR (LO RECORRE UNA VEZ PARA TOMAR LA ULTIMA
000310*             SECUENCIA; LO CREA SI NO EXISTE), "G" GRABAR UN
000320*             ASIENTO (ABRE SI HACE FALTA), "C" CERRAR.
000330*             GDI-PROGRAMA         PROGRAMA QUE HACE EL CAMBIO.
000340*             GDI-CORRIDA          CORRIDA DE ESPRIMO, O CERO
000350*             PARA LOS PROGRAMAS QUE NO NUMERAN CORRIDAS.
000360*             GDI-ARCHIVO          "M" MAESTRO, "F" FACTORES, "U"
000370*             MARCA DE DESCARGA COMPLETA (descMaestro).
000380*             GDI-OPERACION        "A" ALTA, "C" CAMBIO, "B" BAJA
000390*             ("D" EN LA MARCA DE DESCARGA).
000400*             GDI-ANTES            IMAGEN ANTERIOR (BLANCOS EN
000410*             UNA ALTA).
000420*             GDI-DESPUES          IMAGEN POSTERIOR (BLANCOS EN
000430*             UNA BAJA).
000440*   SALIDA:   GDI-SECUENCIA        NUMERO ASIGNADO AL ASIENTO.
000450*             GDI-RETORNO          "00" BIEN; SI NO, EL FILE
000460*             STATUS DEL DIARIO. EL LLAMADOR DECIDE SI SIGUE, PERO
000470*             UN CAMBIO SIN ASIENTO NO SE PUEDE RECUPERAR.
000480******************************************************************
000490* LOS PROGRAMAS QUE ACTUALIZAN MAESTRO Y FACTORES CORREN DE A
000500* UNO (LA CADENA DIARIA Y LOS TRABAJOS DE MANTENIMIENTO NO SE
000510* SUPERPONEN), ASI QUE LA SECUENCIA SE TOMA DEL PROPIO DIARIO AL
000520* ABRIR: NO HAY ARCHIVO DE CONTROL QUE PUEDA QUEDAR ATRASADO SI
000530* UNA CORRIDA CAE.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. grabDiario.
000570 AUTHOR. R. ALVAREZ SOSA.
000580 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000590 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.

000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT DIARIO-ARCH
000650         ASSIGN TO "DIARIO"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-STATUS-DIARIO.

000680 DATA DIVISION.
000690 FILE SECTION.
000700******************************************************************
000710*    DIARIO DE CAMBIOS - UN ASIENTO POR ALTA, CAMBIO O BAJA EN
000720*    MAESTRO O FACTORES, EN EL ORDEN EN QUE SE HICIERON. LAS
000730*    IMAGENES SON LOS REGISTROS TAL CUAL (34 POSICIONES EL DEL
000740*    MAESTRO, 29 EL DE FACTORES) RELLENOS CON BLANCOS.
000750******************************************************************
000760 FD  DIARIO-ARCH
000770     RECORDING MODE IS F.
000780 01  DIA-REGISTRO.
000790     05  DIA-SECUENCIA                PIC 9(10).
000800     05  DIA-FECHA                    PIC 9(08).
000810     05  DIA-HORA                     PIC 9(08).
000820     05  DIA-PROGRAMA                 PIC X(12).
000830     05  DIA-CORRIDA                  PIC 9(06).
000840     05  DIA-ARCHIVO                  PIC X(01).
000850     05  DIA-OPERACION                PIC X(01).
000860     05  DIA-ANTES                    PIC X(40).
000870     05  DIA-DESPUES                  PIC X(40).
000880     05  FILLER                       PIC X(14).

000890 WORKING-STORAGE SECTION.
000900******************************************************************
000910*    ESTADO DEL DIARIO ENTRE LLAMADAS. EL SUBPROGRAMA NO SE
000920*    CANCELA ENTRE UNA LLAMADA Y OTRA, ASI QUE EL ARCHIVO Y LA
000930*    ULTIMA SECUENCIA SE CONSERVAN DURANTE TODA LA CORRIDA DEL
000940*    LLAMADOR.
000950******************************************************************
000960 77  WS-STATUS-DIARIO                 PIC X(02) VALUE SPACES.
000970 77  WS-ULT-SECUENCIA                 PIC 9(10) VALUE ZERO.

000980 01  WS-SWITCHES.
000990     05  WS-SW-DIARIO-ABIERTO         PIC X(01) VALUE "N".
001000         88  WS-DIARIO-ABIERTO                   VALUE "Y".
001010         88  WS-DIARIO-CERRADO                   VALUE "N".
001020     05  WS-SW-FIN-DIARIO             PIC X(01) VALUE "N".
001030         88  WS-FIN-DIARIO                       VALUE "Y".

001040 LINKAGE SECTION.
001050******************************************************************
001060*    AREA DE PARAMETROS DE LA LLAMADA. EL LLAMADOR DEFINE UN
001070*    AREA IGUAL EN SU WORKING-STORAGE (WS-GDI-PARAMETROS) Y LA
001080*    PASA POR REFERENCIA, COMO CON clasifDiv.
001090******************************************************************
001100 01  GDI-PARAMETROS.
001110     05  GDI-FUNCION                  PIC X(01).
001120         88  GDI-ABRIR                     VALUE "A".
001130         88  GDI-GRABAR                    VALUE "G".
001140         88  GDI-CERRAR                    VALUE "C".
001150     05  GDI-PROGRAMA                 PIC X(12).
001160     05  GDI-CORRIDA                  PIC 9(06).
001170     05  GDI-ARCHIVO                  PIC X(01).
001180     05  GDI-OPERACION                PIC X(01).
001190     05  GDI-ANTES                    PIC X(40).
001200     05  GDI-DESPUES                  PIC X(40).
001210     05  GDI-SECUENCIA                PIC 9(10).
001220     05  GDI-RETORNO                  PIC X(02).

001230 PROCEDURE DIVISION USING GDI-PARAMETROS.
001240******************************************************************
001250*    0000-MAINLINE
001260*    DESPACHA LA FUNCION PEDIDA Y DEVUELVE EL CONTROL.
001270******************************************************************
001280 0000-MAINLINE.
001290     MOVE "00" TO GDI-RETORNO.
001300     EVALUATE TRUE
001310         WHEN GDI-ABRIR
001320             PERFORM 1000-ABRIR-DIARIO THRU 1000-EXIT
001330         WHEN GDI-GRABAR
001340             PERFORM 2000-GRABAR-ASIENTO THRU 2000-EXIT
001350         WHEN GDI-CERRAR
001360             PERFORM 3000-CERRAR-DIARIO THRU 3000-EXIT
001370         WHEN OTHER
001380             MOVE "99" TO GDI-RETORNO
001390     END-EVALUATE.
001400     GOBACK.
001410 0000-EXIT.
001420     EXIT.

001430******************************************************************
001440*    1000-ABRIR-DIARIO
001450*    RECORRE EL DIARIO PARA TOMAR LA ULTIMA SECUENCIA GRABADA Y
001460*    LO REABRE PARA AGREGAR. SI NO EXISTE LO CREA Y LA SECUENCIA
001470*    ARRANCA EN UNO. UNA SEGUNDA APERTURA NO HACE NADA.
001480******************************************************************
001490 1000-ABRIR-DIARIO.
001500     IF WS-DIARIO-ABIERTO
001510         GO TO 1000-EXIT
001520     END-IF.
001530     MOVE ZERO TO WS-ULT-SECUENCIA.
001540     MOVE "N" TO WS-SW-FIN-DIARIO.
001550     OPEN INPUT DIARIO-ARCH.
001560     IF WS-STATUS-DIARIO = "00"
001570         PERFORM 1100-LEER-DIARIO THRU 1100-EXIT
001580             UNTIL WS-FIN-DIARIO
001590         CLOSE DIARIO-ARCH
001600         OPEN EXTEND DIARIO-ARCH
001610     ELSE
001620         OPEN OUTPUT DIARIO-ARCH
001630     END-IF.
001640     IF WS-STATUS-DIARIO NOT = "00"
001650         MOVE WS-STATUS-DIARIO TO GDI-RETORNO
001660         GO TO 1000-EXIT
001670     END-IF.
001680     SET WS-DIARIO-ABIERTO TO TRUE.
001690 1000-EXIT.
001700     EXIT.

001710 1100-LEER-DIARIO.
001720     READ DIARIO-ARCH
001730         AT END
001740             SET WS-FIN-DIARIO TO TRUE
001750         NOT AT END
001760             IF DIA-SECUENCIA NUMERIC
001770                 MOVE DIA-SECUENCIA TO WS-ULT-SECUENCIA
001780             END-IF
001790     END-READ.
001800 1100-EXIT.
001810     EXIT.

001820******************************************************************
001830*    2000-GRABAR-ASIENTO
001840*    ASIGNA LA SECUENCIA SIGUIENTE, SELLA FECHA Y HORA Y AGREGA
001850*    EL ASIENTO AL DIARIO.
001860******************************************************************
001870 2000-GRABAR-ASIENTO.
001880     IF WS-DIARIO-CERRADO
001890         PERFORM 1000-ABRIR-DIARIO THRU 1000-EXIT
001900         IF GDI-RETORNO NOT = "00"
001910             GO TO 2000-EXIT
001920         END-IF
001930     END-IF.
001940     MOVE SPACES TO DIA-REGISTRO.
001950     ADD 1 TO WS-ULT-SECUENCIA.
001960     MOVE WS-ULT-SECUENCIA TO DIA-SECUENCIA.
001970     ACCEPT DIA-FECHA FROM DATE YYYYMMDD.
001980     ACCEPT DIA-HORA FROM TIME.
001990     MOVE GDI-PROGRAMA TO DIA-PROGRAMA.
002000     MOVE GDI-CORRIDA TO DIA-CORRIDA.
002010     MOVE GDI-ARCHIVO TO DIA-ARCHIVO.
002020     MOVE GDI-OPERACION TO DIA-OPERACION.
002030     MOVE GDI-ANTES TO DIA-ANTES.
002040     MOVE GDI-DESPUES TO DIA-DESPUES.
002050     WRITE DIA-REGISTRO.
002060     IF WS-STATUS-DIARIO NOT = "00"
002070         SUBTRACT 1 FROM WS-ULT-SECUENCIA
002080         MOVE WS-STATUS-DIARIO TO GDI-RETORNO
002090         GO TO 2000-EXIT
002100     END-IF.
002110     MOVE WS-ULT-SECUENCIA TO GDI-SECUENCIA.
002120 2000-EXIT.
002130     EXIT.

002140******************************************************************
002150*    3000-CERRAR-DIARIO
002160*    CIERRA EL DIARIO SI ESTA ABIERTO.
002170******************************************************************
002180 3000-CERRAR-DIARIO.
002190     IF WS-DIARIO-ABIERTO
002200         CLOSE DIARIO-ARCH
002210         SET WS-DIARIO-CERRADO TO TRUE
002220     END-IF.
002230 3000-EXIT.
002240     EXIT.

002250 END PROGRAM grabDiario.
