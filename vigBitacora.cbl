000040* DATE-WRITTEN. 02/09/2026.
000050* DATE-COMPILED.
000060* PURPOSE.    VIGILANTE DIARIO DE LA CADENA: CADA MANANA LEE LA
000070*             BITACORA DE CORRIDAS Y EL BALANCE DE LA FECHA
000080*             DE NEGOCIO CONTRA UNA TARJETA DE UMBRALES
000090*             (PORCENTAJE MAXIMO DE RECHAZOS, MAXIMO DE
000100*             DUPLICADOS, TERMINACIONES ANORMALES PERMITIDAS Y
000110*             CANTIDAD MINIMA DE CORRIDAS ESPERADAS) Y EMITE UN
000160*             LA TERMINACION ANORMAL DEL DIA 14 SE DESCUBRIO
000170*             TRES DIAS TARDE; ESTE PASO EXISTE PARA QUE ESO NO
000180*             SE REPITA.
000182*             TAMBIEN AVISA DE LOS PEDIDOS DE CAMBIO MANUAL AL
000184*             MAESTRO (ARCHIVO CAMBPEND DE consMaestro) QUE
000186*             VENCIERON SIN QUE OTRO OPERADOR LOS APROBARA; EL
000188*             AVISO NO RETIENE LA DISTRIBUCION.
000190*             UNA AUDITORIA DEL MAESTRO (audMaestro, ASIENTO DE
000192*             MODO "A" EN LA BITACORA) CON EXCEPCIONES EN LA
000195*             FECHA VIGILADA TAMBIEN ES UNA ALERTA.
000197* TECTONICS.  cobc -x vigBitacora.cbl regCadena.cbl
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000255* 02/09/2026  RAS    SE VERIFICA QUE LA CORRIDA CUADRADA QUE
000256*                    ASIENTA EL BALANCE SEA UNA DE LAS CORRIDAS
000257*                    DEL DIA SEGUN LA BITACORA.
000258* 15/10/2026  RAS    AVISO DE PEDIDOS DE CAMBIO MANUAL VENCIDOS
000259*                    SIN APROBAR (DOBLE CONTROL DE consMaestro):
000260*                    LOS QUE SIGUEN ABIERTOS CON EL VENCIMIENTO
000261*                    CUMPLIDO Y LOS QUE consMaestro DIO POR
000262*                    VENCIDOS EL DIA VIGILADO. NO CUENTAN COMO
000263*                    ALERTAS NI CAMBIAN EL RETURN-CODE.
000264* 15/10/2026  RAS    EL VIGILANTE ES EL ULTIMO PASO DE LA CADENA
000265*                    DIARIA (regCadena): NO ARRANCA SI LA
000266*                    EXTRACCION NO TERMINO BIEN PARA LA FECHA. UN
000267*                    DIA CON ALERTAS (RETURN-CODE 8) DEJA EL PASO
000268*                    COMO TERMINADO MAL.
000269* 15/10/2026  RAS    SIN FECHA EN LA TARJETA SE VIGILA LA FECHA DE
000270*                    NEGOCIO DE LA CADENA, NO EL DIA ANTERIOR AL
000271*                    DEL SISTEMA. UNA FECHA EN LA TARJETA DISTINTA
000272*                    DE LA DE LA CADENA NO SE VIGILA: TERMINA CON
000273*                    RETURN-CODE 12 Y EL PASO QUEDA TERMINADO MAL.
000274* 15/10/2026  RAS    EL REGISTRO DE LA BITACORA NOMBRA LA DURACION
000275*                    (BIT-DURACION) QUE AHORA GRABA ESPRIMO.
000276* 15/10/2026  RAS    UN ERROR AL ABRIR LOS ARCHIVOS TERMINA CON
000278*                    RETURN-CODE 16 Y REGISTRA EL PASO COMO
000280*                    TERMINADO MAL EN LA CADENA.
000281* 15/10/2026  RAS    LOS ASIENTOS DE AUDITORIA DEL MAESTRO (MODO
000282*                    "A") NO CUENTAN COMO CORRIDAS: SUS
000284*                    EXCEPCIONES SE ACUMULAN APARTE Y, SI HAY
000285*                    ALGUNA, SON UNA ALERTA. UN PEDIDO DE CAMBIO
000287*                    SE AVISA VENCIDO RECIEN EL DIA SIGUIENTE A SU
000288*                    VENCIMIENTO, COMO LO DA POR VENCIDO
000290*                    consMaestro. EL RESUMEN DE ALERTAS SE ESCRIBE
000291*                    ANTES DE LOS AVISOS.
000292******************************************************************
000294 IDENTIFICATION DIVISION.
000295 PROGRAM-ID. vigBitacora.
000297 AUTHOR. R. ALVAREZ SOSA.
000298 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000300 DATE-WRITTEN. 02/09/2026.
000310 DATE-COMPILED.

000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-STATUS-ALERTA.

000501     SELECT CAMBPEND-ARCH
000502         ASSIGN TO "CAMBPEND"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS SEQUENTIAL
000505         RECORD KEY IS CPD-DIVIDENDO
000506         FILE STATUS IS WS-STATUS-CAMBPEND.

000510 DATA DIVISION.
000520 FILE SECTION.
000530******************************************************************
000726     05  BIT-MOTIVO                   PIC X(20).
000728     05  BIT-ENSAYO                   PIC X(01).
000729     05  BIT-CORRIDA                  PIC 9(06).
000730     05  BIT-DURACION                 PIC 9(03).

000740******************************************************************
000750*    REPORTE DE BALANCE DEL PASO DE CUADRE - SE RELEE BUSCANDO
000810******************************************************************
000820*    TARJETA DE UMBRALES DE LA VIGILANCIA. SIN TARJETA O CON
000830*    CAMPOS NO NUMERICOS RIGEN LOS VALORES POR DEFECTO DE
000836*    WS-TARJETA. LA FECHA EN CERO VIGILA LA FECHA DE NEGOCIO DE
000843*    LA CADENA; SI VIENE, TIENE QUE SER ESA MISMA.
000850******************************************************************
000860 FD  CONTROL-ARCH
000870     RECORDING MODE IS F.
000990     RECORDING MODE IS F.
001000 01  ALR-LINEA                        PIC X(132).

001001******************************************************************
001002*    PEDIDOS DE CAMBIO MANUAL AL MAESTRO - MISMO REGISTRO QUE
001003*    GRABA consMaestro. ESTADOS: P PENDIENTE, A APROBADO,
001004*    R RECHAZADO, V VENCIDO SIN APROBAR.
001005******************************************************************
001006 FD  CAMBPEND-ARCH
001007     RECORDING MODE IS F.
001008 01  CPD-REGISTRO.
001009     05  CPD-DIVIDENDO                PIC 9(12).
001010     05  CPD-ESTADO                   PIC X(01).
001011         88  CPD-PENDIENTE                 VALUE "P".
001012         88  CPD-APROBADO                  VALUE "A".
001013         88  CPD-RECHAZADO                 VALUE "R".
001014         88  CPD-VENCIDO                   VALUE "V".
001015     05  CPD-ACCION                   PIC X(01).
001016     05  CPD-OPERADOR                 PIC X(08).
001017     05  CPD-MOTIVO                   PIC X(20).
001018     05  CPD-FECHA                    PIC 9(08).
001019     05  CPD-HORA                     PIC 9(06).
001020     05  CPD-FECHA-VENCE              PIC 9(08).
001021     05  CPD-ANTES                    PIC X(34).
001022     05  CPD-PROPUESTO                PIC X(34).
001023     05  CPD-RESOLVIO                 PIC X(08).
001024     05  CPD-FECHA-RESOL              PIC 9(08).
001025     05  CPD-MOTIVO-RESOL             PIC X(20).
001026     05  FILLER                       PIC X(12).

001027 WORKING-STORAGE SECTION.
001028******************************************************************
001030*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
001040******************************************************************
001050 77  WS-STATUS-BITACORA               PIC X(02) VALUE SPACES.
001060 77  WS-STATUS-BALANCE                PIC X(02) VALUE SPACES.
001070 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
001080 77  WS-STATUS-ALERTA                 PIC X(02) VALUE SPACES.
001085 77  WS-STATUS-CAMBPEND               PIC X(02) VALUE SPACES.

001090 01  WS-SWITCHES.
001100     05  WS-SW-FIN-BITACORA           PIC X(01) VALUE "N".
001150         88  WS-BAL-CORRECTO                     VALUE "C".
001160         88  WS-BAL-DESCUADRADO                  VALUE "D".
001170         88  WS-BAL-SIN-VEREDICTO                VALUE "N".
001173     05  WS-SW-FIN-CAMBPEND           PIC X(01) VALUE "N".
001176         88  WS-FIN-CAMBPEND                     VALUE "Y".

001180******************************************************************
001190*    TARJETA DE UMBRALES CON SUS VALORES POR DEFECTO
001260     05  WS-CC-MIN-CORRIDAS           PIC 9(04) VALUE 1.

001270******************************************************************
001295*    FECHA VIGILADA: LA FECHA DE NEGOCIO DE LA CADENA.
001320******************************************************************
001370 01  WS-FECHA-VIGILADA.
001380     05  WS-VIG-ANIO                  PIC 9(04).
001390     05  WS-VIG-MES                   PIC 9(02).
001410 01  WS-VIG-FECHA-NUM REDEFINES WS-FECHA-VIGILADA
001420                                      PIC 9(08).

001530******************************************************************
001536*    ACUMULADOS DEL DIA VIGILADO EN LA BITACORA. LOS ASIENTOS DE
001543*    AUDITORIA DEL MAESTRO SE CUENTAN APARTE DE LAS CORRIDAS.
001550******************************************************************
001560 77  WS-CONT-CORRIDAS                 PIC 9(08) COMP VALUE ZERO.
001570 77  WS-CONT-ANORMALES                PIC 9(08) COMP VALUE ZERO.
001590 77  WS-TOT-RECHAZOS                  PIC 9(12) COMP VALUE ZERO.
001600 77  WS-TOT-DUPLICADOS                PIC 9(12) COMP VALUE ZERO.
001610 77  WS-CONT-ILEGIBLES                PIC 9(08) COMP VALUE ZERO.
001611 77  WS-CONT-AUDITORIAS               PIC 9(08) COMP VALUE ZERO.
001612 77  WS-TOT-EXCEPCIONES               PIC 9(12) COMP VALUE ZERO.

001613******************************************************************
001614*    CORRIDAS DEL DIA VIGILADO SEGUN LA BITACORA, PARA VERIFICAR
001615*    QUE LA CORRIDA CUADRADA DEL BALANCE SEA UNA DE ELLAS.
001616******************************************************************
001617 77  WS-CONT-CORR-TAB                 PIC 9(04) COMP VALUE ZERO.
001618 77  WS-IDX-CORR                      PIC 9(04) COMP VALUE ZERO.
001619 77  WS-BAL-CORRIDA                   PIC 9(06) VALUE ZERO.
001620 77  WS-CORR-HALLADA                  PIC X(01) VALUE "N".
001621 01  WS-TABLA-CORRIDAS.
001622     05  WS-CORR-DIA OCCURS 50 TIMES PIC 9(06).

001624******************************************************************
001630*    CAMPOS DE TRABAJO DE LAS VERIFICACIONES
001650 77  WS-CONT-ALERTAS                  PIC 9(04) COMP VALUE ZERO.
001660 77  WS-PCT-CALCULADO                 PIC 9(13) COMP VALUE ZERO.
001670 77  WS-PCT-LIMITE                    PIC 9(15) COMP VALUE ZERO.
001675 77  WS-CONT-AVISOS                   PIC 9(04) COMP VALUE ZERO.

001680******************************************************************
001690*    LINEAS DEL REPORTE DE ALERTAS
001920 01  WS-SIN-ALERTAS                   PIC X(80)
001930         VALUE "SIN ALERTAS - CADENA EN ORDEN".

001931 01  WS-ENC-AVISOS                    PIC X(80)
001932         VALUE "AVISOS (NO RETIENEN LA DISTRIBUCION):".

001933 01  WS-AVISO-TRAILER.
001934     05  FILLER                       PIC X(14)
001935             VALUE "TOTAL AVISOS: ".
001936     05  WS-AVIT-AVISOS               PIC ZZZ9.

001940 01  WS-ALR-TRAILER.
001950     05  FILLER                       PIC X(15)
001960             VALUE "TOTAL ALERTAS: ".
001970     05  WS-ALRT-ALERTAS              PIC ZZZ9.

001971******************************************************************
001972*    AREA DE PARAMETROS DE LA LLAMADA AL REGISTRO DE LA CADENA
001973*    DIARIA regCadena, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001974*    LINKAGE SECTION. vigBitacora ES EL PASO 5 DE LA CADENA.
001975******************************************************************
001976 01  WS-RCD-PARAMETROS.
001977     05  WS-RCD-FUNCION               PIC X(01).
001978     05  WS-RCD-PASO                  PIC 9(01) VALUE 5.
001979     05  WS-RCD-CORRIDA               PIC 9(06) VALUE ZERO.
001980     05  WS-RCD-CODIGO                PIC 9(04) VALUE ZERO.
001981     05  WS-RCD-FECHA                 PIC 9(08).
001982     05  WS-RCD-LOTE                  PIC 9(02).
001983     05  WS-RCD-MOTIVO                PIC X(40).
001984     05  WS-RCD-RETORNO               PIC X(02).

001985 PROCEDURE DIVISION.
001990******************************************************************
002000*    0000-MAINLINE
002010*    CONTROLA LA SECUENCIA GENERAL: DETERMINA LA FECHA VIGILADA
002020*    Y LOS UMBRALES, ACUMULA LA BITACORA DEL DIA, REVISA EL
002026*    BALANCE Y EMITE LAS ALERTAS CON SU RESUMEN Y, DESPUES, LOS
002033*    AVISOS.
002040******************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002080         UNTIL WS-FIN-BITACORA.
002090     PERFORM 3000-REVISAR-BALANCE THRU 3000-EXIT.
002100     PERFORM 4000-VERIFICAR-UMBRALES THRU 4000-EXIT.
002102     PERFORM 4900-RESUMIR-ALERTAS THRU 4900-EXIT.
002105     PERFORM 5000-AVISAR-VENCIDOS THRU 5000-EXIT.
002110     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
002120 0000-EXIT.
002130     EXIT.

002140******************************************************************
002150*    1000-INICIALIZAR
002156*    LEE LA TARJETA DE UMBRALES, TOMA LA FECHA DE NEGOCIO DE LA
002163*    CADENA COMO FECHA VIGILADA, ABRE LA BITACORA Y EL REPORTE DE
002170*    ALERTAS Y ESCRIBE LOS ENCABEZADOS. UNA TARJETA CON OTRA
002176*    FECHA TERMINA CON RETURN-CODE 12, REGISTRANDO EL FIN DEL
002183*    PASO EN LA CADENA.
002190******************************************************************
002200 1000-INICIALIZAR.
002210     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
002215     PERFORM 1050-REGISTRAR-INICIO THRU 1050-EXIT.
002221     IF WS-CC-FECHA NOT = ZERO
002226             AND WS-CC-FECHA NOT = WS-RCD-FECHA
002232         DISPLAY "VIGBITACORA: FECHA DE TARJETA " WS-CC-FECHA
002237             " DISTINTA DE LA FECHA DE LA CADENA " WS-RCD-FECHA
002243         MOVE 12 TO RETURN-CODE
002248         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002254         STOP RUN
002260     END-IF.
002265     MOVE WS-RCD-FECHA TO WS-VIG-FECHA-NUM.
002270     OPEN OUTPUT ALERTA-ARCH.
002280     IF WS-STATUS-ALERTA NOT = "00"
002290         DISPLAY "VIGBITACORA: ERROR AL ABRIR ALERTAS, STATUS = "
002300             WS-STATUS-ALERTA
002303         MOVE 16 TO RETURN-CODE
002306         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002310         STOP RUN
002320     END-IF.
002330     MOVE WS-VIG-FECHA-NUM TO WS-ENC-FECHA.
002490         PERFORM 2100-LEER-BITACORA THRU 2100-EXIT
002500     END-IF.
002510 1000-EXIT.
002511     EXIT.

002512******************************************************************
002513*    1050-REGISTRAR-INICIO
002515*    REGISTRA EL ARRANQUE DEL PASO EN LA CADENA DIARIA
002516*    (regCadena). SI EL PASO YA TERMINO BIEN Y LA TARJETA DE LA
002517*    CADENA PIDE REANUDAR, TERMINA SIN HACER NADA. SI EL PASO
002518*    ANTERIOR NO TERMINO BIEN PARA LA FECHA, O ESTE YA CORRIO, NO
002520*    ARRANCA Y TERMINA CON RETURN-CODE 12.
002521******************************************************************
002522 1050-REGISTRAR-INICIO.
002523     MOVE "I" TO WS-RCD-FUNCION.
002525     CALL "regCadena" USING WS-RCD-PARAMETROS.
002526     IF WS-RCD-RETORNO = "10"
002527         DISPLAY "VIGBITACORA: " WS-RCD-MOTIVO
002528         MOVE ZERO TO RETURN-CODE
002530         STOP RUN
002531     END-IF.
002532     IF WS-RCD-RETORNO NOT = "00"
002533         DISPLAY "VIGBITACORA: NO ARRANCA - " WS-RCD-MOTIVO
002535         DISPLAY "VIGBITACORA: FECHA " WS-RCD-FECHA " LOTE "
002536             WS-RCD-LOTE " RETORNO " WS-RCD-RETORNO
002537         MOVE 12 TO RETURN-CODE
002538         STOP RUN
002540     END-IF.
002541     IF WS-RCD-MOTIVO NOT = SPACES
002542         DISPLAY "VIGBITACORA: " WS-RCD-MOTIVO
002543     END-IF.
002545 1050-EXIT.
002546     EXIT.

002547******************************************************************
002548*    1100-LEER-TARJETA
002550*    LEE LA TARJETA DE UMBRALES, SI EXISTE. CADA CAMPO NO
002560*    NUMERICO CONSERVA SU VALOR POR DEFECTO.
002570******************************************************************
002820         CLOSE CONTROL-ARCH
002830     END-IF.
002840 1100-EXIT.
003280     EXIT.

003290******************************************************************
003310*    ACUMULA EN LOS TOTALES DEL DIA VIGILADO EL REGISTRO ACTUAL
003320*    DE LA BITACORA, SI LE PERTENECE, Y AVANZA AL SIGUIENTE.
003330*    LOS REGISTROS ILEGIBLES SE CUENTAN APARTE, COMO EN
003335*    repBitacora. UN ASIENTO DE AUDITORIA DEL MAESTRO (MODO "A")
003340*    NO ES UNA CORRIDA: SUMA SUS EXCEPCIONES (EN EL CONTADOR DE
003345*    RECHAZOS) A LAS DEL DIA.
003350******************************************************************
003360 2000-PROCESAR-BITACORA.
003370     IF BIT-FECHA NOT NUMERIC
003400         ADD 1 TO WS-CONT-ILEGIBLES
003410     ELSE
003420         IF BIT-FECHA = WS-VIG-FECHA-NUM
003421                 AND BIT-MODO = "A"
003422             ADD 1 TO WS-CONT-AUDITORIAS
003423             ADD BIT-RECHAZOS TO WS-TOT-EXCEPCIONES
003424         END-IF
003425         IF BIT-FECHA = WS-VIG-FECHA-NUM
003426                 AND BIT-MODO NOT = "M"
003427                 AND BIT-MODO NOT = "A"
003428                 AND BIT-ENSAYO NOT = "S"
003430             ADD 1 TO WS-CONT-CORRIDAS
003431             IF BIT-CORRIDA NUMERIC
003432                     AND BIT-CORRIDA NOT = ZERO
004240*    PORCENTAJE DE RECHAZOS SE COMPARA SIN DIVIDIR (RECHAZOS
004250*    POR CIEN CONTRA LEIDOS POR UMBRAL) PARA NO PERDER
004260*    PRECISION CON VOLUMENES CHICOS.
004263*    TAMBIEN ES ALERTA QUE LA AUDITORIA DEL MAESTRO DEL DIA
004266*    HAYA ENCONTRADO EXCEPCIONES.
004270******************************************************************
004280 4000-VERIFICAR-UMBRALES.
004290     IF WS-CONT-CORRIDAS < WS-CC-MIN-CORRIDAS
004690         WRITE ALR-LINEA FROM WS-ALR-DETALLE
004700         ADD 1 TO WS-CONT-ALERTAS
004710     END-IF.
004711     IF WS-TOT-EXCEPCIONES NOT = ZERO
004712         MOVE "EXCEPCIONES EN AUDITORIA MAESTRO (EXC/AUD)"
004713             TO WS-ALRD-TEXTO
004714         MOVE WS-TOT-EXCEPCIONES TO WS-ALRD-VALOR-A
004715         MOVE WS-CONT-AUDITORIAS TO WS-ALRD-VALOR-B
004716         WRITE ALR-LINEA FROM WS-ALR-DETALLE
004717         ADD 1 TO WS-CONT-ALERTAS
004718     END-IF.
004720 4000-EXIT.
004721     EXIT.

004722******************************************************************
004723*    4900-RESUMIR-ALERTAS
004724*    CIERRA LA LISTA DE ALERTAS CON SU VEREDICTO: CADENA EN ORDEN
004725*    O TOTAL DE ALERTAS. VA ANTES DE LOS AVISOS, QUE NO RETIENEN
004727*    LA DISTRIBUCION.
004728******************************************************************
004729 4900-RESUMIR-ALERTAS.
004730     IF WS-CONT-ALERTAS = ZERO
004731         WRITE ALR-LINEA FROM WS-SIN-ALERTAS
004732     ELSE
004734         MOVE WS-CONT-ALERTAS TO WS-ALRT-ALERTAS
004735         WRITE ALR-LINEA FROM WS-ALR-TRAILER
004736     END-IF.
004737 4900-EXIT.
004738     EXIT.

004740******************************************************************
004741*    5000-AVISAR-VENCIDOS
004742*    RECORRE LOS PEDIDOS DE CAMBIO MANUAL DE consMaestro Y AVISA
004743*    DE LOS VENCIDOS SIN APROBAR: LOS QUE SIGUEN ABIERTOS CON EL
004744*    VENCIMIENTO YA PASADO AL DIA VIGILADO (SE REPITEN CADA DIA
004745*    HASTA QUE ALGUIEN LOS VEA EN consMaestro) Y LOS QUE
004746*    consMaestro DIO POR VENCIDOS ESE DIA. SIN ARCHIVO DE PEDIDOS
004747*    NO HAY NADA QUE AVISAR.
004748******************************************************************
004749 5000-AVISAR-VENCIDOS.
004750     OPEN INPUT CAMBPEND-ARCH.
004751     IF WS-STATUS-CAMBPEND NOT = "00"
004752         GO TO 5000-EXIT
004753     END-IF.
004754     PERFORM 5100-LEER-CAMBPEND THRU 5100-EXIT.
004755     PERFORM 5200-EXAMINAR-PEDIDO THRU 5200-EXIT
004756         UNTIL WS-FIN-CAMBPEND.
004757     CLOSE CAMBPEND-ARCH.
004758     IF WS-CONT-AVISOS NOT = ZERO
004759         MOVE WS-CONT-AVISOS TO WS-AVIT-AVISOS
004760         WRITE ALR-LINEA FROM WS-AVISO-TRAILER
004761     END-IF.
004763 5000-EXIT.
004764     EXIT.

004765 5100-LEER-CAMBPEND.
004766     READ CAMBPEND-ARCH
004767         AT END
004768             SET WS-FIN-CAMBPEND TO TRUE
004769     END-READ.
004770 5100-EXIT.
004771     EXIT.

004772 5200-EXAMINAR-PEDIDO.
004773     IF CPD-PENDIENTE
004774             AND CPD-FECHA-VENCE NUMERIC
004775             AND CPD-FECHA-VENCE < WS-VIG-FECHA-NUM
004776         MOVE "PEDIDO DE CAMBIO VENCIDO (DIVID./PEDIDO)"
004777             TO WS-ALRD-TEXTO
004778         PERFORM 5300-ESCRIBIR-AVISO THRU 5300-EXIT
004779     END-IF.
004780     IF CPD-VENCIDO
004781             AND CPD-FECHA-RESOL = WS-VIG-FECHA-NUM
004782         MOVE "PEDIDO DE CAMBIO VENCIDO EN EL DIA (DIV/PED)"
004783             TO WS-ALRD-TEXTO
004785         PERFORM 5300-ESCRIBIR-AVISO THRU 5300-EXIT
004786     END-IF.
004787     PERFORM 5100-LEER-CAMBPEND THRU 5100-EXIT.
004788 5200-EXIT.
004789     EXIT.

004790 5300-ESCRIBIR-AVISO.
004791     IF WS-CONT-AVISOS = ZERO
004792         WRITE ALR-LINEA FROM WS-ENC-AVISOS
004793     END-IF.
004794     ADD 1 TO WS-CONT-AVISOS.
004795     MOVE CPD-DIVIDENDO TO WS-ALRD-VALOR-A.
004796     MOVE CPD-FECHA TO WS-ALRD-VALOR-B.
004797     WRITE ALR-LINEA FROM WS-ALR-DETALLE.
004798 5300-EXIT.
004799     EXIT.

004800******************************************************************
004801*    9900-REGISTRAR-FIN
004802*    REGISTRA EN LA CADENA EL FIN DEL PASO CON SU RETURN-CODE
004803*    (EL VIGILANTE NO TIENE CORRIDA PROPIA: VA EN CERO).
004804*    LA LLAMADA DEJA EL RETURN-CODE EN CERO, ASI QUE SE REPONE
004805*    AL VOLVER.
004806******************************************************************
004808 9900-REGISTRAR-FIN.
004809     MOVE RETURN-CODE TO WS-RCD-CODIGO.
004810     MOVE ZERO TO WS-RCD-CORRIDA.
004811     MOVE "F" TO WS-RCD-FUNCION.
004812     CALL "regCadena" USING WS-RCD-PARAMETROS.
004813     IF WS-RCD-RETORNO NOT = "00"
004814         DISPLAY "VIGBITACORA: NO SE REGISTRO EL FIN EN CADENA, "
004815             "STATUS = " WS-RCD-RETORNO
004816     END-IF.
004817     MOVE WS-RCD-CODIGO TO RETURN-CODE.
004818 9900-EXIT.
004819     EXIT.

004820******************************************************************
004821*    9999-FINALIZAR
004822*    CIERRA LOS ARCHIVOS Y TERMINA CON RETURN-CODE 8 SI HUBO
004823*    ALGUNA ALERTA (EL RESUMEN YA SALIO EN 4900), PARA QUE EL
004824*    PLANIFICADOR RETENGA LA DISTRIBUCION DEL DIA.
004825******************************************************************
004826 9999-FINALIZAR.
004843     IF WS-CONT-ALERTAS NOT = ZERO
004860         DISPLAY "VIGBITACORA: ** ALERTAS DEL DIA: "
004870             WS-CONT-ALERTAS " - RETENER DISTRIBUCION **"
004880         MOVE 8 TO RETURN-CODE
004910         CLOSE BITACORA-ARCH
004920     END-IF.
004930     CLOSE ALERTA-ARCH.
004935     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
004940     STOP RUN.
004950 9999-EXIT.
004960     EXIT.
