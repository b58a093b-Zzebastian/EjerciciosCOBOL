000010******************************************************************
000020* AUTHOR.     R. ALVAREZ SOSA.
000030* INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    BUSQUEDA DEL PRIMO MAS CERCANO, COMO SUBPROGRAMA
000070*             LLAMABLE: RECIBE UN DIVIDENDO Y UNA DIRECCION Y
000080*             DEVUELVE EL PRIMER PRIMO IGUAL O MAYOR ("S",
000090*             SIGUIENTE) O EL ULTIMO PRIMO MENOR ("A", ANTERIOR).
000100*             RECORRE LOS CANDIDATOS POR CLAVE EN EL MAESTRO DE
000110*             PRIMOS, DONDE YA ESTAN CLASIFICADOS, Y SOLO LLAMA A
000120*             clasifDiv PARA LOS QUE EL MAESTRO NO TIENE (O TIENE
000130*             CON PROCEDENCIA DUDOSA). INFORMA SI LA RESPUESTA
000140*             SALIO DEL MAESTRO O FUE CALCULADA. EL MAESTRO SOLO
000150*             SE LEE: LO CALCULADO AQUI NO SE GRABA.
000160* TECTONICS.  cobc -m primoVecino.cbl  (O SE COMPILA JUNTO AL
000170*             PROGRAMA QUE LO LLAMA: cobc -x llamador.cbl
000180*             primoVecino.cbl clasifDiv.cbl)
000190******************************************************************
000200* HISTORIAL DE MODIFICACIONES
000210* FECHA       INIC.  DESCRIPCION
000220* ----------  -----  -------------------------------------------
000230* 15/10/2026  RAS    VERSION ORIGINAL. PLANIFICACION PEDIA "EL
000240*                    PRIMER PRIMO DESDE N" CON UNA CORRIDA DE
000250*                    RANGO A OJO O TECLEANDO NUMEROS EN
000260*                    consMaestro.
000270******************************************************************
000280* CONTRATO DE LA LLAMADA
000290*   CALL "primoVecino" USING <AREA DE PARAMETROS>
000300*   ENTRADA:  PVC-FUNCION        "B" BUSCAR (ABRE EL MAESTRO EN
000310*             LA PRIMERA BUSQUEDA), "C" CERRAR EL MAESTRO.
000320*             PVC-DIVIDENDO      PUNTO DE PARTIDA.
000330*             PVC-DIRECCION      "S" PRIMER PRIMO IGUAL O MAYOR
000340*             QUE EL DIVIDENDO, "A" ULTIMO PRIMO MENOR QUE EL
000350*             DIVIDENDO.
000360*   SALIDA:   PVC-PRIMO          EL PRIMO HALLADO (CERO SI NO
000370*             HAY).
000380*             PVC-ORIGEN         "M" LEIDO DEL MAESTRO, "C"
000390*             CALCULADO CON clasifDiv.
000400*             PVC-PROBADOS       CANDIDATOS QUE HUBO QUE
000410*             CALCULAR EN ESTA BUSQUEDA.
000420*             PVC-RETORNO        "00" HALLADO; "10" NO HAY
000430*             PRIMO EN ESA DIRECCION DENTRO DE 12 DIGITOS
000440*             (ANTERIOR A 2 O SIGUIENTE A 999999999989); "20"
000450*             FUNCION, DIVIDENDO O DIRECCION NO VALIDOS; OTRO
000460*             VALOR ES EL FILE STATUS DEL MAESTRO AL ABRIRLO.
000470******************************************************************
000480* UN MAESTRO INEXISTENTE (STATUS 35, INSTALACION NUEVA) NO ES
000490* ERROR: TODOS LOS CANDIDATOS SE CALCULAN. EL SUBPROGRAMA ABRE EL
000500* MAESTRO POR SU CUENTA SOLO PARA LECTURA, ASI QUE PUEDE LLAMARLO
000510* TAMBIEN UN PROGRAMA QUE LO TIENE ABIERTO PARA ACTUALIZAR.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. primoVecino.
000550 AUTHOR. R. ALVAREZ SOSA.
000560 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000570 DATE-WRITTEN. 15/10/2026.
000580 DATE-COMPILED.

000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT MAESTRO-ARCH
000630         ASSIGN TO "MAESTRO"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS MST-DIVIDENDO
000670         FILE STATUS IS WS-STATUS-MAESTRO.

000680 DATA DIVISION.
000690 FILE SECTION.
000700******************************************************************
000710*    ARCHIVO MAESTRO DE PRIMOS - MISMO REGISTRO QUE EN ESPRIMO.
000720******************************************************************
000730 FD  MAESTRO-ARCH
000740     RECORDING MODE IS F.
000750 01  MST-REGISTRO.
000760     05  MST-DIVIDENDO                PIC 9(12).
000770     05  MST-RESULTADO                PIC X(01).
000780         88  MST-ES-PRIMO                  VALUE "P".
000790         88  MST-ES-COMPUESTO              VALUE "C".
000800     05  MST-FECHA                    PIC 9(08).
000810     05  MST-MODO-CORRIDA             PIC X(01).
000820     05  MST-DIVISOR-INICIAL          PIC 9(12).

000830 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    ESTADO DEL MAESTRO ENTRE LLAMADAS. COMO grabDiario, EL
000860*    SUBPROGRAMA NO SE CANCELA ENTRE UNA LLAMADA Y OTRA Y EL
000870*    ARCHIVO QUEDA ABIERTO TODA LA CORRIDA DEL LLAMADOR.
000880******************************************************************
000890 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.

000900 01  WS-SWITCHES.
000910     05  WS-SW-MAESTRO                PIC X(01) VALUE "N".
000920         88  WS-MAESTRO-ABIERTO                  VALUE "Y".
000930         88  WS-MAESTRO-CERRADO                  VALUE "N".
000940         88  WS-MAESTRO-INEXISTENTE              VALUE "X".
000950     05  WS-SW-BUSQUEDA               PIC X(01) VALUE "N".
000960         88  WS-FIN-BUSQUEDA                     VALUE "Y".
000970         88  WS-SIGUE-BUSQUEDA                   VALUE "N".
000980     05  WS-SW-CANDIDATO              PIC X(01) VALUE "N".
000990         88  WS-CAND-PRIMO                       VALUE "P".
001000         88  WS-CAND-COMPUESTO                   VALUE "C".

001010******************************************************************
001020*    CANDIDATO EN CURSO. EL MAYOR PRIMO DE 12 DIGITOS ES
001030*    999999999989: UNA BUSQUEDA HACIA ARRIBA QUE LO PASA NO TIENE
001040*    RESPUESTA.
001050******************************************************************
001060 77  WS-CANDIDATO                     PIC 9(12) VALUE ZERO.
001070 77  WS-MAYOR-PRIMO                   PIC 9(12)
001080                                      VALUE 999999999989.
001090 77  WS-COCIENTE                      PIC 9(12) VALUE ZERO.
001100 77  WS-RESTO                         PIC 9(01) VALUE ZERO.

001110******************************************************************
001120*    AREA DE PARAMETROS DE LA LLAMADA A clasifDiv, LA MISMA QUE
001130*    DECLARA EL SUBPROGRAMA EN SU LINKAGE SECTION.
001140******************************************************************
001150 01  WS-CLD-PARAMETROS.
001160     05  WS-CLD-DIVIDENDO             PIC 9(12).
001170     05  WS-CLD-DIVISOR-INICIAL       PIC 9(12).
001180     05  WS-CLD-RESULTADO             PIC X(01).
001190         88  WS-CLD-ES-PRIMO               VALUE "P".
001200         88  WS-CLD-ES-COMPUESTO           VALUE "C".
001210     05  WS-CLD-CONT-FACTORES         PIC 9(04).
001220     05  WS-CLD-SW-TRUNCADO           PIC X(01).
001230         88  WS-CLD-FACTORES-TRUNCADOS     VALUE "Y".
001240         88  WS-CLD-FACTORES-COMPLETAS     VALUE "N".
001250     05  WS-CLD-TABLA-FACTORES.
001260         10  WS-CLD-FACTOR OCCURS 6720 TIMES
001270                                      PIC 9(12).

001280 LINKAGE SECTION.
001290******************************************************************
001300*    AREA DE PARAMETROS DE LA LLAMADA. EL LLAMADOR DEFINE UN
001310*    AREA IGUAL EN SU WORKING-STORAGE (WS-PVC-PARAMETROS) Y LA
001320*    PASA POR REFERENCIA, COMO CON clasifDiv. TODOS LOS CAMPOS
001330*    SON DISPLAY.
001340******************************************************************
001350 01  PVC-PARAMETROS.
001360     05  PVC-FUNCION                  PIC X(01).
001370         88  PVC-BUSCAR                    VALUE "B".
001380         88  PVC-CERRAR                    VALUE "C".
001390     05  PVC-DIVIDENDO                PIC 9(12).
001400     05  PVC-DIRECCION                PIC X(01).
001410         88  PVC-SIGUIENTE                 VALUE "S".
001420         88  PVC-ANTERIOR                  VALUE "A".
001430     05  PVC-PRIMO                    PIC 9(12).
001440     05  PVC-ORIGEN                   PIC X(01).
001450         88  PVC-DE-MAESTRO                VALUE "M".
001460         88  PVC-CALCULADO                 VALUE "C".
001470     05  PVC-PROBADOS                 PIC 9(08).
001480     05  PVC-RETORNO                  PIC X(02).

001490 PROCEDURE DIVISION USING PVC-PARAMETROS.
001500******************************************************************
001510*    0000-MAINLINE
001520*    DESPACHA LA FUNCION PEDIDA Y DEVUELVE EL CONTROL.
001530******************************************************************
001540 0000-MAINLINE.
001550     MOVE "00" TO PVC-RETORNO.
001560     EVALUATE TRUE
001570         WHEN PVC-BUSCAR
001580             PERFORM 2000-BUSCAR-PRIMO THRU 2000-EXIT
001590         WHEN PVC-CERRAR
001600             PERFORM 3000-CERRAR-MAESTRO THRU 3000-EXIT
001610         WHEN OTHER
001620             MOVE "20" TO PVC-RETORNO
001630     END-EVALUATE.
001640     GOBACK.
001650 0000-EXIT.
001660     EXIT.

001670******************************************************************
001680*    1000-ABRIR-MAESTRO
001690*    ABRE EL MAESTRO PARA CONSULTA EN LA PRIMERA BUSQUEDA. SIN
001700*    MAESTRO (STATUS 35) SE SIGUE CALCULANDO TODO; CUALQUIER
001710*    OTRO ERROR SE DEVUELVE AL LLAMADOR.
001720******************************************************************
001730 1000-ABRIR-MAESTRO.
001740     OPEN INPUT MAESTRO-ARCH.
001750     IF WS-STATUS-MAESTRO = "00"
001760         SET WS-MAESTRO-ABIERTO TO TRUE
001770     ELSE
001780         IF WS-STATUS-MAESTRO = "35"
001790             SET WS-MAESTRO-INEXISTENTE TO TRUE
001800         ELSE
001810             MOVE WS-STATUS-MAESTRO TO PVC-RETORNO
001820         END-IF
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.

001860******************************************************************
001870*    2000-BUSCAR-PRIMO
001880*    VALIDA EL PEDIDO, FIJA EL PRIMER CANDIDATO Y AVANZA EN LA
001890*    DIRECCION PEDIDA HASTA DAR CON UN PRIMO O SALIR DE LOS 12
001900*    DIGITOS. HACIA ARRIBA EL PRIMER CANDIDATO ES EL PROPIO
001910*    DIVIDENDO (O 2 SI ES MENOR); HACIA ABAJO, EL ANTERIOR.
001920*    PASADO EL 2 SOLO SE PRUEBAN IMPARES.
001930******************************************************************
001940 2000-BUSCAR-PRIMO.
001950     MOVE ZERO TO PVC-PRIMO.
001960     MOVE SPACE TO PVC-ORIGEN.
001970     MOVE ZERO TO PVC-PROBADOS.
001980     IF PVC-DIVIDENDO NOT NUMERIC
001990             OR (NOT PVC-SIGUIENTE AND NOT PVC-ANTERIOR)
002000         MOVE "20" TO PVC-RETORNO
002010         GO TO 2000-EXIT
002020     END-IF.
002030     IF WS-MAESTRO-CERRADO
002040         PERFORM 1000-ABRIR-MAESTRO THRU 1000-EXIT
002050         IF PVC-RETORNO NOT = "00"
002060             GO TO 2000-EXIT
002070         END-IF
002080     END-IF.
002090     IF PVC-SIGUIENTE
002100         IF PVC-DIVIDENDO > WS-MAYOR-PRIMO
002110             MOVE "10" TO PVC-RETORNO
002120             GO TO 2000-EXIT
002130         END-IF
002140         IF PVC-DIVIDENDO NOT > 2
002150             MOVE 2 TO PVC-PRIMO
002160             PERFORM 2300-CONSULTAR-DOS THRU 2300-EXIT
002170             GO TO 2000-EXIT
002180         END-IF
002190         MOVE PVC-DIVIDENDO TO WS-CANDIDATO
002200     ELSE
002210         IF PVC-DIVIDENDO NOT > 2
002220             MOVE "10" TO PVC-RETORNO
002230             GO TO 2000-EXIT
002240         END-IF
002250         IF PVC-DIVIDENDO = 3
002260             MOVE 2 TO PVC-PRIMO
002270             PERFORM 2300-CONSULTAR-DOS THRU 2300-EXIT
002280             GO TO 2000-EXIT
002290         END-IF
002300         COMPUTE WS-CANDIDATO = PVC-DIVIDENDO - 1
002310     END-IF.
002320     DIVIDE WS-CANDIDATO BY 2
002330         GIVING WS-COCIENTE REMAINDER WS-RESTO.
002340     IF WS-RESTO = ZERO
002350         IF PVC-SIGUIENTE
002360             ADD 1 TO WS-CANDIDATO
002370         ELSE
002380             SUBTRACT 1 FROM WS-CANDIDATO
002390         END-IF
002400     END-IF.
002410     SET WS-SIGUE-BUSQUEDA TO TRUE.
002420     PERFORM 2100-PROBAR-CANDIDATO THRU 2100-EXIT
002430         UNTIL WS-FIN-BUSQUEDA.
002440 2000-EXIT.
002450     EXIT.

002460******************************************************************
002470*    2100-PROBAR-CANDIDATO
002480*    CLASIFICA EL CANDIDATO EN CURSO (2200) Y, SI ES PRIMO, LO
002490*    DEVUELVE; SI NO, PASA AL IMPAR SIGUIENTE EN LA DIRECCION
002500*    PEDIDA. HACIA ABAJO, AL LLEGAR AL 1 LA RESPUESTA ES EL 2.
002510******************************************************************
002520 2100-PROBAR-CANDIDATO.
002530     PERFORM 2200-CLASIFICAR-CANDIDATO THRU 2200-EXIT.
002540     IF WS-CAND-PRIMO
002550         MOVE WS-CANDIDATO TO PVC-PRIMO
002560         SET WS-FIN-BUSQUEDA TO TRUE
002570         GO TO 2100-EXIT
002580     END-IF.
002590     IF PVC-SIGUIENTE
002600         ADD 2 TO WS-CANDIDATO
002610     ELSE
002620         SUBTRACT 2 FROM WS-CANDIDATO
002630         IF WS-CANDIDATO < 3
002640             MOVE 2 TO PVC-PRIMO
002650             PERFORM 2300-CONSULTAR-DOS THRU 2300-EXIT
002660             SET WS-FIN-BUSQUEDA TO TRUE
002670         END-IF
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.

002710******************************************************************
002720*    2200-CLASIFICAR-CANDIDATO
002730*    BUSCA EL CANDIDATO EN EL MAESTRO. UN REGISTRO CON RESULTADO
002740*    VALIDO Y PROCEDENCIA CONFIABLE (DIVISOR INICIAL 2, O EN
002750*    BLANCO EN LOS REGISTROS ANTERIORES A LA PROCEDENCIA, COMO
002760*    LOS TRATA ESPRIMO) SE USA TAL CUAL; SI NO ESTA, O ESTA
002770*    DUDOSO, EL CANDIDATO SE CALCULA CON clasifDiv.
002780******************************************************************
002790 2200-CLASIFICAR-CANDIDATO.
002800     MOVE SPACE TO WS-SW-CANDIDATO.
002810     IF WS-MAESTRO-ABIERTO
002820         MOVE WS-CANDIDATO TO MST-DIVIDENDO
002830         READ MAESTRO-ARCH
002840             INVALID KEY
002850                 CONTINUE
002860             NOT INVALID KEY
002870                 PERFORM 2250-USAR-MAESTRO THRU 2250-EXIT
002880         END-READ
002890     END-IF.
002900     IF WS-SW-CANDIDATO = SPACE
002910         MOVE WS-CANDIDATO TO WS-CLD-DIVIDENDO
002920         MOVE 2 TO WS-CLD-DIVISOR-INICIAL
002930         CALL "clasifDiv" USING WS-CLD-PARAMETROS
002940         ADD 1 TO PVC-PROBADOS
002950         MOVE WS-CLD-RESULTADO TO WS-SW-CANDIDATO
002960         SET PVC-CALCULADO TO TRUE
002970     ELSE
002980         SET PVC-DE-MAESTRO TO TRUE
002990     END-IF.
003000 2200-EXIT.
003010     EXIT.

003020 2250-USAR-MAESTRO.
003030     IF MST-DIVISOR-INICIAL NUMERIC
003040             AND MST-DIVISOR-INICIAL NOT = 2
003050         GO TO 2250-EXIT
003060     END-IF.
003070     IF MST-ES-PRIMO OR MST-ES-COMPUESTO
003080         MOVE MST-RESULTADO TO WS-SW-CANDIDATO
003090     END-IF.
003100 2250-EXIT.
003110     EXIT.

003120******************************************************************
003130*    2300-CONSULTAR-DOS
003140*    LA RESPUESTA ES EL 2, QUE NO HACE FALTA CALCULAR: EL ORIGEN
003150*    ES EL MAESTRO SI LO TIENE REGISTRADO, Y SI NO, CALCULADO.
003160******************************************************************
003170 2300-CONSULTAR-DOS.
003180     SET PVC-CALCULADO TO TRUE.
003190     IF WS-MAESTRO-ABIERTO
003200         MOVE 2 TO MST-DIVIDENDO
003210         READ MAESTRO-ARCH
003220             INVALID KEY
003230                 CONTINUE
003240             NOT INVALID KEY
003250                 IF MST-ES-PRIMO
003260                     SET PVC-DE-MAESTRO TO TRUE
003270                 END-IF
003280         END-READ
003290     END-IF.
003300 2300-EXIT.
003310     EXIT.

003320******************************************************************
003330*    3000-CERRAR-MAESTRO
003340*    CIERRA EL MAESTRO SI ESTA ABIERTO. UNA BUSQUEDA POSTERIOR LO
003350*    VUELVE A ABRIR.
003360******************************************************************
003370 3000-CERRAR-MAESTRO.
003380     IF WS-MAESTRO-ABIERTO
003390         CLOSE MAESTRO-ARCH
003400     END-IF.
003410     SET WS-MAESTRO-CERRADO TO TRUE.
003420 3000-EXIT.
003430     EXIT.

003440 END PROGRAM primoVecino.
