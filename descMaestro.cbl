000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    DESCARGA COMPLETA DEL MAESTRO DE PRIMOS Y DEL
000070*             ARCHIVO DE FACTORIZACIONES A UN SECUENCIAL
000080*             (DESCARGA) QUE SIRVE DE PUNTO DE PARTIDA A
000090*             recMaestro: UNA CABECERA CON FECHA Y HORA, LA
000100*             IMAGEN DE CADA REGISTRO DE LOS DOS ARCHIVOS EN
000110*             ORDEN DE CLAVE Y UN CIERRE CON LAS CANTIDADES.
000120*             AL TERMINAR DEJA UNA MARCA EN EL DIARIO DE
000130*             CAMBIOS POR MEDIO DE grabDiario; EL NUMERO DE
000140*             SECUENCIA DE ESA MARCA VA EN EL CIERRE, Y LA
000150*             RECUPERACION APLICA SOLO LOS ASIENTOS POSTERIORES.
000160*             SE CORRE PERIODICAMENTE (SEMANAL EN LA CADENA) Y
000170*             SIEMPRE DESPUES DE UNA RECUPERACION, CON LA CADENA
000180*             DETENIDA.
000190* TECTONICS.  cobc -x descMaestro.cbl grabDiario.cbl
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000230* ----------  -----  -------------------------------------------
000240* 15/10/2026  RAS    VERSION ORIGINAL, JUNTO CON EL DIARIO DE
000250*                    CAMBIOS Y recMaestro.
000260******************************************************************
000270* FORMATO DE LA DESCARGA (REGISTROS DE 48 POSICIONES)
000280*   CABECERA: H AAAAMMDD HHMMSSCC (FECHA Y HORA DE LA DESCARGA)
000290*   MAESTRO:  M + IMAGEN DEL REGISTRO DEL MAESTRO (34)
000300*   FACTORES: F + IMAGEN DEL REGISTRO DE FACTORES (29)
000310*   CIERRE:   T + REGISTROS DEL MAESTRO (8) + REGISTROS DE
000320*             FACTORES (8) + SECUENCIA DE LA MARCA EN EL
000330*             DIARIO (10)
000340* UNA DESCARGA SIN CIERRE ESTA INCOMPLETA Y recMaestro LA RECHAZA.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. descMaestro.
000380 AUTHOR. R. ALVAREZ SOSA.
000390 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000400 DATE-WRITTEN. 15/10/2026.
000410 DATE-COMPILED.

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MAESTRO-ARCH
000460         ASSIGN TO "MAESTRO"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS MST-DIVIDENDO
000500         FILE STATUS IS WS-STATUS-MAESTRO.

000510     SELECT FACTORES-ARCH
000520         ASSIGN TO "FACTORES"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS FAC-CLAVE
000560         FILE STATUS IS WS-STATUS-FACTORES.

000570     SELECT DESCARGA-ARCH
000580         ASSIGN TO "DESCARGA"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-DESCARGA.

000610 DATA DIVISION.
000620 FILE SECTION.
000630******************************************************************
000640*    ARCHIVO MAESTRO DE PRIMOS - MISMO REGISTRO QUE EN ESPRIMO.
000650******************************************************************
000660 FD  MAESTRO-ARCH
000670     RECORDING MODE IS F.
000680 01  MST-REGISTRO.
000690     05  MST-DIVIDENDO                PIC 9(12).
000700     05  MST-RESULTADO                PIC X(01).
000710     05  MST-FECHA                    PIC 9(08).
000720     05  MST-MODO-CORRIDA             PIC X(01).
000730     05  MST-DIVISOR-INICIAL          PIC 9(12).

000740******************************************************************
000750*    ARCHIVO DE FACTORIZACIONES - MISMO REGISTRO QUE EN ESPRIMO.
000760******************************************************************
000770 FD  FACTORES-ARCH
000780     RECORDING MODE IS F.
000790 01  FAC-REGISTRO.
000800     05  FAC-CLAVE.
000810         10  FAC-DIVIDENDO            PIC 9(12).
000820         10  FAC-SECUENCIA            PIC 9(04).
000830     05  FAC-FACTOR                   PIC 9(12).
000840     05  FAC-TRUNCADO                 PIC X(01).

000850******************************************************************
000860*    DESCARGA COMPLETA - VER EL FORMATO EN LA CABECERA.
000870******************************************************************
000880 FD  DESCARGA-ARCH
000890     RECORDING MODE IS F.
000900 01  DES-REGISTRO.
000910     05  DES-TIPO                     PIC X(01).
000920     05  DES-IMAGEN                   PIC X(40).
000930     05  FILLER                       PIC X(07).

000940 WORKING-STORAGE SECTION.
000950******************************************************************
000960*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
000970******************************************************************
000980 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.
000990 77  WS-STATUS-FACTORES               PIC X(02) VALUE SPACES.
001000 77  WS-STATUS-DESCARGA               PIC X(02) VALUE SPACES.

001010 01  WS-SWITCHES.
001020     05  WS-SW-FIN-MAESTRO            PIC X(01) VALUE "N".
001030         88  WS-FIN-MAESTRO                      VALUE "Y".
001040     05  WS-SW-FIN-FACTORES           PIC X(01) VALUE "N".
001050         88  WS-FIN-FACTORES                     VALUE "Y".

001060******************************************************************
001070*    CONTADORES DE CONTROL DE LA DESCARGA
001080******************************************************************
001090 77  WS-CONT-MAESTRO                  PIC 9(08) COMP VALUE ZERO.
001100 77  WS-CONT-FACTORES                 PIC 9(08) COMP VALUE ZERO.

001110******************************************************************
001120*    REGISTROS DE CABECERA Y CIERRE DE LA DESCARGA
001130******************************************************************
001140 01  WS-DES-CABECERA.
001150     05  FILLER                       PIC X(01) VALUE "H".
001160     05  WS-DCAB-SELLO.
001170         10  WS-DCAB-FECHA            PIC 9(08).
001180         10  WS-DCAB-HORA             PIC 9(08).
001190     05  FILLER                       PIC X(31) VALUE SPACES.

001200 01  WS-DES-CIERRE.
001210     05  FILLER                       PIC X(01) VALUE "T".
001220     05  WS-DCIE-MAESTRO              PIC 9(08).
001230     05  WS-DCIE-FACTORES             PIC 9(08).
001240     05  WS-DCIE-SECUENCIA            PIC 9(10).
001250     05  FILLER                       PIC X(21) VALUE SPACES.

001260******************************************************************
001270*    AREA DE PARAMETROS DE LA LLAMADA AL DIARIO DE CAMBIOS
001280*    grabDiario, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001290*    LINKAGE SECTION. LA MARCA DE DESCARGA LLEVA EL SELLO DE LA
001300*    CABECERA COMO IMAGEN POSTERIOR.
001310******************************************************************
001320 01  WS-GDI-PARAMETROS.
001330     05  WS-GDI-FUNCION               PIC X(01).
001340     05  WS-GDI-PROGRAMA              PIC X(12)
001350                                      VALUE "descMaestro".
001360     05  WS-GDI-CORRIDA               PIC 9(06) VALUE ZERO.
001370     05  WS-GDI-ARCHIVO               PIC X(01) VALUE "U".
001380     05  WS-GDI-OPERACION             PIC X(01) VALUE "D".
001390     05  WS-GDI-ANTES                 PIC X(40) VALUE SPACES.
001400     05  WS-GDI-DESPUES               PIC X(40).
001410     05  WS-GDI-SECUENCIA             PIC 9(10).
001420     05  WS-GDI-RETORNO               PIC X(02).

001430 PROCEDURE DIVISION.
001440******************************************************************
001450*    0000-MAINLINE
001460*    CONTROLA LA SECUENCIA GENERAL: ABRE LOS ARCHIVOS, DESCARGA
001470*    EL MAESTRO Y LAS FACTORIZACIONES, MARCA EL DIARIO Y CIERRA
001480*    CON EL REGISTRO DE CONTROL.
001490******************************************************************
001500 0000-MAINLINE.
001510     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001520     PERFORM 2000-DESCARGAR-MAESTRO THRU 2000-EXIT
001530         UNTIL WS-FIN-MAESTRO.
001540     PERFORM 3000-DESCARGAR-FACTORES THRU 3000-EXIT
001550         UNTIL WS-FIN-FACTORES.
001560     PERFORM 4000-MARCAR-DIARIO THRU 4000-EXIT.
001570     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
001580 0000-EXIT.
001590     EXIT.

001600******************************************************************
001610*    1000-INICIALIZAR
001620*    ABRE EL MAESTRO Y LAS FACTORIZACIONES PARA LECTURA Y LA
001630*    DESCARGA, Y ESCRIBE LA CABECERA CON LA FECHA Y HORA.
001640******************************************************************
001650 1000-INICIALIZAR.
001660     ACCEPT WS-DCAB-FECHA FROM DATE YYYYMMDD.
001670     ACCEPT WS-DCAB-HORA FROM TIME.
001680     OPEN INPUT MAESTRO-ARCH.
001690     IF WS-STATUS-MAESTRO NOT = "00"
001700         DISPLAY "DESCMAESTRO: ERROR AL ABRIR MAESTRO, STATUS = "
001710             WS-STATUS-MAESTRO
001720         STOP RUN
001730     END-IF.
001740     OPEN INPUT FACTORES-ARCH.
001750     IF WS-STATUS-FACTORES NOT = "00"
001760         DISPLAY "DESCMAESTRO: ERROR AL ABRIR FACTORES, STATUS = "
001770             WS-STATUS-FACTORES
001780         STOP RUN
001790     END-IF.
001800     OPEN OUTPUT DESCARGA-ARCH.
001810     IF WS-STATUS-DESCARGA NOT = "00"
001820         DISPLAY "DESCMAESTRO: ERROR AL ABRIR DESCARGA, STATUS = "
001830             WS-STATUS-DESCARGA
001840         STOP RUN
001850     END-IF.
001860     WRITE DES-REGISTRO FROM WS-DES-CABECERA.
001870     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT.
001880     PERFORM 3100-LEER-FACTORES THRU 3100-EXIT.
001890 1000-EXIT.
001900     EXIT.

001910******************************************************************
001920*    2000-DESCARGAR-MAESTRO
001930*    GRABA LA IMAGEN DEL REGISTRO ACTUAL DEL MAESTRO Y AVANZA.
001940******************************************************************
001950 2000-DESCARGAR-MAESTRO.
001960     MOVE SPACES TO DES-REGISTRO.
001970     MOVE "M" TO DES-TIPO.
001980     MOVE MST-REGISTRO TO DES-IMAGEN.
001990     WRITE DES-REGISTRO.
002000     ADD 1 TO WS-CONT-MAESTRO.
002010     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT.
002020 2000-EXIT.
002030     EXIT.

002040 2100-LEER-MAESTRO.
002050     READ MAESTRO-ARCH NEXT RECORD
002060         AT END
002070             SET WS-FIN-MAESTRO TO TRUE
002080     END-READ.
002090 2100-EXIT.
002100     EXIT.

002110******************************************************************
002120*    3000-DESCARGAR-FACTORES
002130*    GRABA LA IMAGEN DEL REGISTRO ACTUAL DE FACTORES Y AVANZA.
002140******************************************************************
002150 3000-DESCARGAR-FACTORES.
002160     MOVE SPACES TO DES-REGISTRO.
002170     MOVE "F" TO DES-TIPO.
002180     MOVE FAC-REGISTRO TO DES-IMAGEN.
002190     WRITE DES-REGISTRO.
002200     ADD 1 TO WS-CONT-FACTORES.
002210     PERFORM 3100-LEER-FACTORES THRU 3100-EXIT.
002220 3000-EXIT.
002230     EXIT.

002240 3100-LEER-FACTORES.
002250     READ FACTORES-ARCH NEXT RECORD
002260         AT END
002270             SET WS-FIN-FACTORES TO TRUE
002280     END-READ.
002290 3100-EXIT.
002300     EXIT.

002310******************************************************************
002320*    4000-MARCAR-DIARIO
002330*    DEJA EN EL DIARIO DE CAMBIOS LA MARCA DE DESCARGA COMPLETA
002340*    CON EL SELLO DE LA CABECERA. TODO ASIENTO ANTERIOR A LA
002350*    MARCA YA ESTA REFLEJADO EN ESTA DESCARGA. SIN MARCA NO SE
002360*    ESCRIBE EL CIERRE, Y LA DESCARGA QUEDA INSERVIBLE.
002370******************************************************************
002380 4000-MARCAR-DIARIO.
002390     MOVE WS-DCAB-SELLO TO WS-GDI-DESPUES.
002400     MOVE "G" TO WS-GDI-FUNCION.
002410     CALL "grabDiario" USING WS-GDI-PARAMETROS.
002420     IF WS-GDI-RETORNO NOT = "00"
002430         DISPLAY "DESCMAESTRO: ERROR AL GRABAR DIARIO, STATUS = "
002440             WS-GDI-RETORNO
002450         DISPLAY "DESCMAESTRO: DESCARGA SIN CIERRE, NO UTILIZABLE"
002460         MOVE 8 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     MOVE "C" TO WS-GDI-FUNCION.
002500     CALL "grabDiario" USING WS-GDI-PARAMETROS.
002510 4000-EXIT.
002520     EXIT.

002530******************************************************************
002540*    9999-FINALIZAR
002550*    ESCRIBE EL CIERRE CON LAS CANTIDADES DESCARGADAS Y LA
002560*    SECUENCIA DE LA MARCA, CIERRA LOS ARCHIVOS Y TERMINA.
002570******************************************************************
002580 9999-FINALIZAR.
002590     MOVE WS-CONT-MAESTRO TO WS-DCIE-MAESTRO.
002600     MOVE WS-CONT-FACTORES TO WS-DCIE-FACTORES.
002610     MOVE WS-GDI-SECUENCIA TO WS-DCIE-SECUENCIA.
002620     WRITE DES-REGISTRO FROM WS-DES-CIERRE.
002630     CLOSE MAESTRO-ARCH.
002640     CLOSE FACTORES-ARCH.
002650     CLOSE DESCARGA-ARCH.
002660     DISPLAY "DESCMAESTRO: MAESTRO " WS-DCIE-MAESTRO
002670         " FACTORES " WS-DCIE-FACTORES
002680         " MARCA EN EL DIARIO " WS-DCIE-SECUENCIA.
002690     STOP RUN.
002700 9999-EXIT.
002710     EXIT.

002720 END PROGRAM descMaestro.
