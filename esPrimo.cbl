000060* PURPOSE.    DETERMINA SI UN NUMERO DIVIDENDO ES PRIMO,
000070*             DIVIDIENDOLO SUCESIVAMENTE ENTRE LOS POSIBLES
000080*             DIVISORES.
000090* TECTONICS.  cobc -x esPrimo.cbl clasifDiv.cbl grabDiario.cbl
000095*             primoVecino.cbl regCadena.cbl
000100******************************************************************
000110* HISTORIAL DE MODIFICACIONES
000120* FECHA       INIC.  DESCRIPCION
001208* 02/09/2026  RAS    LA TARJETA VUELVE A 80 COLUMNAS: TITULO
001209*                    EN 28 POSICIONES, ENSAYO EN LA COLUMNA
001210*                    67, CORRIDA EN 68-73.
001211* 15/10/2026  RAS    EL DEPARTAMENTO SOLICITANTE SE VALIDA CONTRA
001212*                    EL MAESTRO DE DEPARTAMENTOS (DEPTOS): UN
001213*                    CODIGO INEXISTENTE, UN DEPARTAMENTO INACTIVO
001214*                    O UN PEDIDO QUE EXCEDE EL LIMITE DIARIO DEL
001215*                    AREA SE RECHAZAN CADA UNO CON SU MOTIVO. LOS
001216*                    CODIGOS INEXISTENTES SE ACUMULAN BAJO "???"
001217*                    EN VEZ DE ABRIR UN DEPARTAMENTO FALSO. EL
001218*                    CORTE, EL SUBTOTAL Y LOS TOTALES POR
001219*                    DEPARTAMENTO IMPRIMEN EL NOMBRE DEL AREA.
001220* 15/10/2026  RAS    HISTORIAL DE USO (HISTUSO): CADA CORRIDA DE
001221*                    PRODUCCION EN MODO NORMAL AGREGA UN
001222*                    REGISTRO POR PEDIDO CON LA CORRIDA, LA
001223*                    FECHA Y EL ORIGEN DE LA RESPUESTA (MAESTRO,
001224*                    CALCULADA, RECHAZO O DUPLICADO), PARA EL
001225*                    COBRO MENSUAL POR DEPARTAMENTO QUE ARMA
001226*                    cobroDeptos. LOS ENSAYOS NO LO GRABAN.
001227* 15/10/2026  RAS    DIARIO DE CAMBIOS: TODA ALTA, CAMBIO O BAJA
001228*                    EN MAESTRO Y FACTORES (2900, 2955, 2960) SE
001229*                    ASIENTA CON SU IMAGEN ANTERIOR Y POSTERIOR
001230*                    POR MEDIO DE grabDiario, PARA PODER
001231*                    RECONSTRUIR LOS ARCHIVOS CON recMaestro. UNA
001232*                    REGRABACION IDENTICA YA NO SE REESCRIBE NI SE
001233*                    ASIENTA.
001234* 15/10/2026  RAS    RECHAZOS PENDIENTES (PENDRECH): CADA PEDIDO
001235*                    RECHAZADO EN 2200 QUEDA REGISTRADO POR
001237*                    DEPARTAMENTO Y SOLICITUD CON SU VALOR,
001238*                    MOTIVO, CORRIDA Y FECHA, Y SE CIERRA
001239*                    CUANDO UNA CORRIDA POSTERIOR RESPONDE ESA
001240*                    SOLICITUD (LA CORRECCION QUE AGREGA
001241*                    cargaLotes). LOS ENSAYOS NO LO TOCAN.
001242* 15/10/2026  RAS    NUEVO MODO "V" (PRIMO VECINO) EN LA TARJETA:
001243*                    RESPONDE UN ARCHIVO DE PREGUNTAS (PREGUNTAS)
001244*                    CON EL PRIMER PRIMO IGUAL O MAYOR, O EL
001245*                    ULTIMO MENOR, QUE CADA DIVIDENDO, POR MEDIO
001246*                    DE primoVecino. LA RESPUESTA LLEVA EL PRIMO
001247*                    Y SU ORIGEN (MAESTRO O CALCULADO); EL MODO
001248*                    NO ACTUALIZA EL MAESTRO.
001249* 15/10/2026  RAS    LA BITACORA REGISTRA LA DURACION DE LA
001250*                    CORRIDA EN MINUTOS (DESDE EL INICIO HASTA EL
001251*                    REGISTRO), PARA AJUSTAR LOS FACTORES DE COSTO
001252*                    DE LA ESTIMACION PREVIA DE estCarga.
001253* 15/10/2026  RAS    LA CORRIDA NORMAL ES EL SEGUNDO PASO DE LA
001254*                    CADENA DIARIA (regCadena): NO ARRANCA SI LA
001255*                    CARGA NO TERMINO BIEN PARA LA FECHA NI VUELVE
001256*                    A PROCESAR UNA ENTRADA YA PROCESADA, SALVO
001257*                    REANUDACION O ARRANQUE FORZADO DESDE TARJCAD.
001258*                    UNA TERMINACION ANORMAL DEVUELVE RETURN-CODE
001259*                    16 Y DEJA EL PASO COMO TERMINADO MAL.
001260* 15/10/2026  RAS    LAS RESPUESTAS DEL MODO "V" SE GRABAN EN SU
001261*                    PROPIO ARCHIVO (RESPVEC): NO SON PEDIDOS DE
001262*                    cargaLotes Y UNA CORRIDA "V" NO DEBE PISAR
001264*                    LA RESPUESTA DEL DIA QUE DEVUELVE
001265*                    devRespuestas. RESPUESTA VUELVE A SU
001266*                    REGISTRO ORIGINAL.
001267* 15/10/2026  RAS    LA TABLA DE DEPARTAMENTOS (Y SU COPIA EN EL
001268*                    PUNTO DE CONTROL) PASA DE 20 A 99 CODIGOS.
001269*                    UNA SOLICITUD DE UN DEPARTAMENTO CON LIMITE
001270*                    DIARIO QUE YA NO ENTRA EN LA TABLA SE RECHAZA
001271*                    ("TABLA LLENA") EN VEZ DE PASAR SIN CONTROL.
001272* 15/10/2026  RAS    LA CORRIDA REGISTRADA EN LA CADENA SE ASIENTA
001273*                    EN LA BITACORA CON LA FECHA DE NEGOCIO DE LA
001274*                    CADENA, NO CON LA DEL SISTEMA.
001276******************************************************************
001277 IDENTIFICATION DIVISION.
001278 PROGRAM-ID. esPrimo.
001280 AUTHOR. R. ALVAREZ SOSA.
001281 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
001282 DATE-WRITTEN. 14/03/2019.
001284 DATE-COMPILED.

001285 ENVIRONMENT DIVISION.
001286 INPUT-OUTPUT SECTION.
001288 FILE-CONTROL.
001289     SELECT ENTRADA-ARCH
001290         ASSIGN TO "ENTRADA"
001292         ORGANIZATION IS LINE SEQUENTIAL
001293         FILE STATUS IS WS-STATUS-ENTRADA.

001294     SELECT REPORTE-ARCH
001296         ASSIGN TO "REPORTE"
001297         ORGANIZATION IS LINE SEQUENTIAL
001298         FILE STATUS IS WS-STATUS-REPORTE.

001300     SELECT CONTROL-ARCH
001310         ASSIGN TO "TARJETA"
001523         ORGANIZATION IS LINE SEQUENTIAL
001524         FILE STATUS IS WS-STATUS-RESPUESTA.

001525     SELECT RESPVEC-ARCH
001526         ASSIGN TO "RESPVEC"
001527         ORGANIZATION IS LINE SEQUENTIAL
001528         FILE STATUS IS WS-STATUS-RESPVEC.

001530     SELECT PREGUNTA-ARCH
001531         ASSIGN TO "PREGUNTAS"
001532         ORGANIZATION IS LINE SEQUENTIAL
001533         FILE STATUS IS WS-STATUS-PREGUNTA.

001535     SELECT DEPTOS-ARCH
001536         ASSIGN TO "DEPTOS"
001537         ORGANIZATION IS INDEXED
001538         ACCESS MODE IS RANDOM
001540         RECORD KEY IS DPT-CODIGO
001541         FILE STATUS IS WS-STATUS-DEPTOS.

001542     SELECT HISTUSO-ARCH
001543         ASSIGN TO "HISTUSO"
001545         ORGANIZATION IS LINE SEQUENTIAL
001546         FILE STATUS IS WS-STATUS-HISTUSO.

001547     SELECT PENDRECH-ARCH
001548         ASSIGN TO "PENDRECH"
001550         ORGANIZATION IS INDEXED
001551         ACCESS MODE IS RANDOM
001552         RECORD KEY IS PEN-CLAVE
001553         FILE STATUS IS WS-STATUS-PENDRECH.

001555     SELECT BITACORA-ARCH
001556         ASSIGN TO "BITACORA"
001557         ORGANIZATION IS LINE SEQUENTIAL
001558         FILE STATUS IS WS-STATUS-BITACORA.

001560 DATA DIVISION.
001570 FILE SECTION.
001642     05  ENT-SOLICITUD-NUM REDEFINES ENT-SOLICITUD
001644                                      PIC 9(06).

001645******************************************************************
001646*    ARCHIVO DE PREGUNTAS DEL MODO "V" - UNA PREGUNTA POR
001647*    REGISTRO, CON EL MISMO TRAZADO QUE ENTRADA MAS LA DIRECCION
001648*    EN LA COLUMNA 22: "S" PRIMER PRIMO IGUAL O MAYOR QUE EL
001649*    DIVIDENDO, "A" ULTIMO PRIMO MENOR. CERO Y UNO SON PREGUNTAS
001650*    VALIDAS (EL SIGUIENTE ES EL 2).
001651******************************************************************
001652 FD  PREGUNTA-ARCH
001653     RECORDING MODE IS F.
001654 01  PRG-REGISTRO.
001655     05  PRG-DIVIDENDO                PIC X(12).
001656     05  PRG-DIVIDENDO-NUM REDEFINES PRG-DIVIDENDO
001657                                      PIC 9(12).
001658     05  PRG-DEPTO                    PIC X(03).
001659     05  PRG-SOLICITUD                PIC X(06).
001660     05  PRG-SOLICITUD-NUM REDEFINES PRG-SOLICITUD
001661                                      PIC 9(06).
001662     05  PRG-DIRECCION                PIC X(01).
001663         88  PRG-SIGUIENTE                 VALUE "S".
001664         88  PRG-ANTERIOR                  VALUE "A".
001665******************************************************************
001666*    ARCHIVO DE REPORTE - UNA LINEA POR DIVIDENDO PROCESADO,
001670*    CON ENCABEZADO Y TOTALES DE CONTROL AL FINAL
001680******************************************************************
001690 FD  REPORTE-ARCH
002054*    CONTROL, PARA QUE UN REINICIO NO PIERDA EL CUADRE POR AREA.
002056     05  CKP-CONT-DEPTOS              PIC 9(02).
002058     05  CKP-TABLA-DEPTOS.
002060         10  CKP-DEPTO-ENT OCCURS 99 TIMES.
002062             15  CKP-DEP-CODIGO       PIC X(03).
002064             15  CKP-DEP-LEIDOS       PIC 9(08).
002066             15  CKP-DEP-PRIMOS       PIC 9(08).
002416     05  RSP-RESULTADO                PIC X(01).

002417******************************************************************
002418*    ARCHIVO DE RESPUESTA DEL MODO "V" - UN REGISTRO POR CADA
002419*    PREGUNTA VALIDA, CON LOS MISMOS CAMPOS QUE RESPUESTA MAS LA
002420*    DIRECCION, EL PRIMO HALLADO Y SU ORIGEN (M MAESTRO, C
002421*    CALCULADO), Y RESULTADO "P"; SI NO HAY PRIMO EN ESA
002422*    DIRECCION, RESULTADO "S" Y PRIMO EN CERO. VA APARTE DE
002423*    RESPUESTA PORQUE LAS PREGUNTAS NO PASAN POR cargaLotes.
002424******************************************************************
002425 FD  RESPVEC-ARCH
002426     RECORDING MODE IS F.
002427 01  RVC-REGISTRO.
002428     05  RVC-DEPTO                    PIC X(03).
002429     05  RVC-SOLICITUD                PIC X(06).
002430     05  RVC-DIVIDENDO                PIC 9(12).
002431     05  RVC-RESULTADO                PIC X(01).
002432     05  RVC-DIRECCION                PIC X(01).
002433     05  RVC-PRIMO                    PIC 9(12).
002434     05  RVC-ORIGEN                   PIC X(01).

002435******************************************************************
002436*    MAESTRO DE DEPARTAMENTOS - UN REGISTRO POR AREA HABILITADA
002438*    A PEDIR CLASIFICACIONES, CON SU NOMBRE, CENTRO DE COSTO,
002439*    MARCA DE ACTIVO/INACTIVO Y LIMITE DIARIO DE SOLICITUDES
002440*    (CERO = SIN LIMITE). LO MANTIENE mantDeptos; AQUI SOLO SE
002441*    CONSULTA PARA VALIDAR Y PARA IMPRIMIR EL NOMBRE.
002442******************************************************************
002443 FD  DEPTOS-ARCH
002444     RECORDING MODE IS F.
002445 01  DPT-REGISTRO.
002446     05  DPT-CODIGO                   PIC X(03).
002447     05  DPT-NOMBRE                   PIC X(30).
002448     05  DPT-CENTRO-COSTO             PIC X(06).
002449     05  DPT-ESTADO                   PIC X(01).
002450         88  DPT-ACTIVO                    VALUE "A".
002451         88  DPT-INACTIVO                  VALUE "I".
002452     05  DPT-LIMITE-DIARIO            PIC 9(08).
002453     05  DPT-FECHA-CAMBIO             PIC 9(08).
002454     05  FILLER                       PIC X(24).

002455******************************************************************
002456*    HISTORIAL DE USO DEL SERVICIO - ARCHIVO PERMANENTE AL QUE
002458*    CADA CORRIDA DE PRODUCCION EN MODO NORMAL AGREGA UN
002459*    REGISTRO POR PEDIDO LEIDO: RESPONDIDO DESDE EL MAESTRO
002460*    (2450), CALCULADO (2500), RECHAZADO (2700) O DUPLICADO.
002461*    EL NUMERO DE REGISTRO DE ENTRADA PERMITE A cobroDeptos
002462*    DESCARTAR LOS QUE UN REINICIO VUELVE A GRABAR.
002463******************************************************************
002464 FD  HISTUSO-ARCH
002465     RECORDING MODE IS F.
002466 01  HUS-REGISTRO.
002467     05  HUS-CORRIDA                  PIC 9(06).
002468     05  HUS-FECHA                    PIC 9(08).
002469     05  HUS-NUM-REGISTRO             PIC 9(08).
002470     05  HUS-DEPTO                    PIC X(03).
002471     05  HUS-SOLICITUD                PIC X(06).
002472     05  HUS-DIVIDENDO                PIC X(12).
002473     05  HUS-ORIGEN                   PIC X(01).
002474         88  HUS-DE-MAESTRO                VALUE "M".
002475         88  HUS-CALCULADO                 VALUE "C".
002476         88  HUS-RECHAZO                   VALUE "R".
002477         88  HUS-DUPLICADO                 VALUE "D".
002479     05  HUS-RESULTADO                PIC X(01).
002480     05  HUS-MOTIVO                   PIC X(15).
002481     05  FILLER                       PIC X(20).

002482******************************************************************
002483*    RECHAZOS PENDIENTES DE CORRECCION - UN REGISTRO POR PEDIDO
002484*    RECHAZADO (AQUI O EN cargaLotes), POR DEPARTAMENTO Y NUMERO
002485*    DE SOLICITUD, CON EL VALOR ORIGINAL, EL MOTIVO, LA ETAPA QUE
002486*    LO RECHAZO (L CARGA, P ESTA CORRIDA), LA CORRIDA Y LA FECHA
002487*    DEL PRIMER RECHAZO. QUEDA ABIERTO HASTA QUE UNA CORRIDA
002488*    RESPONDE LA SOLICITUD (2770); cargaLotes LO MARCA CORREGIDO
002489*    AL AGREGAR LA CORRECCION A ENTRADA. EL REPORTE SEMANAL LO
002490*    ARMA repPendientes.
002491******************************************************************
002492 FD  PENDRECH-ARCH
002493     RECORDING MODE IS F.
002494 01  PEN-REGISTRO.
002495     05  PEN-CLAVE.
002496         10  PEN-DEPTO                PIC X(03).
002497         10  PEN-SOLICITUD            PIC X(06).
002499     05  PEN-VALOR                    PIC X(12).
002500     05  PEN-MOTIVO                   PIC X(20).
002501     05  PEN-ETAPA                    PIC X(01).
002502     05  PEN-CORRIDA                  PIC 9(06).
002503     05  PEN-FECHA                    PIC 9(08).
002504     05  PEN-ESTADO                   PIC X(01).
002505         88  PEN-ABIERTO                   VALUE "A".
002506         88  PEN-CORREGIDO                 VALUE "E".
002507         88  PEN-CERRADO                   VALUE "C".
002508     05  PEN-FECHA-CORREC             PIC 9(08).
002509     05  PEN-VALOR-CORREC             PIC X(12).
002510     05  PEN-FECHA-CIERRE             PIC 9(08).
002511     05  PEN-CORRIDA-CIERRE           PIC 9(06).
002512     05  FILLER                       PIC X(09).

002513******************************************************************
002514*    BITACORA DE CORRIDAS - UN REGISTRO POR CADA CORRIDA DE ESTE
002515*    PROGRAMA, AGREGADO AL TERMINAR (BIEN O MAL), CON LA FECHA Y
002516*    HORA DE TERMINACION, EL MODO Y LOS PARAMETROS DE LA TARJETA,
002517*    LOS CONTADORES DE CONTROL Y LA MARCA DE TERMINACION NORMAL
002518*    O ANORMAL, PARA QUE OPERACIONES PUEDA RECONSTRUIR QUE CORRIO
002520*    Y COMO TERMINO. EL REPORTE MENSUAL LO ARMA repBitacora.
002521******************************************************************
002522 FD  BITACORA-ARCH
002523     RECORDING MODE IS F.
002524 01  BIT-REGISTRO                    PIC X(120).

002525******************************************************************
002526*    ARCHIVO DE CONTROL DEL NUMERO DE CORRIDA - UN SOLO REGISTRO
002527*    CON EL ULTIMO NUMERO ASIGNADO. CADA CORRIDA NUEVA LO LEE,
002528*    LE SUMA UNO Y LO REESCRIBE; UNA TARJETA CON CTL-CORRIDA
002529*    DISTINTO DE CERO (REINICIO O RECORRIDA) NO LO TOCA.
002530******************************************************************
002531 FD  NUMCORR-ARCH
002532     RECORDING MODE IS F.
002533 01  NUM-REGISTRO.
002534     05  NUM-ULTIMA                   PIC 9(06).

002535 WORKING-STORAGE SECTION.
002536******************************************************************
002537*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
002538******************************************************************
002540 77  WS-STATUS-ENTRADA                PIC X(02) VALUE SPACES.
002550 77  WS-STATUS-REPORTE                PIC X(02) VALUE SPACES.
002560 77  WS-STATUS-CONTROL                PIC X(02) VALUE SPACES.
002580 77  WS-STATUS-RECHAZO                PIC X(02) VALUE SPACES.
002590 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.
002600 77  WS-STATUS-BITACORA               PIC X(02) VALUE SPACES.
002601 77  WS-STATUS-DUPLICADO              PIC X(02) VALUE SPACES.
002603 77  WS-STATUS-RESPUESTA              PIC X(02) VALUE SPACES.
002605 77  WS-STATUS-FACTORES               PIC X(02) VALUE SPACES.
002606 77  WS-STATUS-NUMCORR                PIC X(02) VALUE SPACES.
002608 77  WS-STATUS-DEPTOS                 PIC X(02) VALUE SPACES.
002610 77  WS-STATUS-HISTUSO                PIC X(02) VALUE SPACES.
002611 77  WS-STATUS-PENDRECH               PIC X(02) VALUE SPACES.
002613 77  WS-STATUS-PREGUNTA               PIC X(02) VALUE SPACES.
002615 77  WS-STATUS-RESPVEC                PIC X(02) VALUE SPACES.

002617******************************************************************
002618*    NUMERO DE LA CORRIDA EN CURSO, SELLADO EN ENCABEZADOS,
002710 01  WS-HORA-ACTUAL.
002720     05  WS-HORA-HHMMSS               PIC 9(06).
002730     05  FILLER                       PIC 9(02).
002731 01  WS-HORA-PARTES REDEFINES WS-HORA-ACTUAL.
002732     05  WS-HOR-HH                    PIC 9(02).
002733     05  WS-HOR-MM                    PIC 9(02).
002734     05  WS-HOR-SS                    PIC 9(02).
002735     05  FILLER                       PIC 9(02).

002736******************************************************************
002737*    FECHA Y HORA DE INICIO DE LA CORRIDA, PARA CALCULAR SU
002738*    DURACION AL GRABAR LA BITACORA (VER 9750), Y FECHA DEL
002740*    SISTEMA AL GRABARLA.
002741******************************************************************
002743 77  WS-INICIO-FECHA                  PIC 9(08) VALUE ZERO.
002744 77  WS-FECHA-SISTEMA                 PIC 9(08) VALUE ZERO.
002746 01  WS-INICIO-HORA.
002747     05  WS-INI-HH                    PIC 9(02) VALUE ZERO.
002749     05  WS-INI-MM                    PIC 9(02) VALUE ZERO.
002750     05  WS-INI-SS                    PIC 9(02) VALUE ZERO.
002752 77  WS-SEG-INICIO                    PIC 9(08) COMP VALUE ZERO.
002753 77  WS-SEG-FIN                       PIC 9(08) COMP VALUE ZERO.
002755 77  WS-SEG-DURACION                  PIC 9(08) COMP VALUE ZERO.

002756 01  WS-SWITCHES.
002758     05  WS-SW-FIN-ENTRADA            PIC X(01) VALUE "N".
002760         88  WS-FIN-ENTRADA                      VALUE "Y".
002770     05  WS-SW-TOTALES-ESCRITOS       PIC X(01) VALUE "N".
002780         88  WS-TOTALES-ESCRITOS                 VALUE "Y".
003032         88  WS-SIN-MAESTRO                      VALUE "Y".
003034     05  WS-SW-SIN-FACTORES           PIC X(01) VALUE "N".
003036         88  WS-SIN-FACTORES                     VALUE "Y".
003037     05  WS-SW-DEPTO-MAESTRO          PIC X(01) VALUE "A".
003038         88  WS-DEPTO-HABILITADO                 VALUE "A".
003039         88  WS-DEPTO-INACTIVO                   VALUE "I".
003040         88  WS-DEPTO-INEXISTENTE                VALUE "X".
003041     05  WS-SW-DEPTO-NUEVO            PIC X(01) VALUE "N".
003042         88  WS-DEPTO-NUEVO                      VALUE "Y".
003043         88  WS-DEPTO-SIGUE                      VALUE "N".
003044     05  WS-SW-PENDIENTE              PIC X(01) VALUE "S".
003045         88  WS-PEN-EXISTE                       VALUE "S".
003046         88  WS-PEN-NUEVO                        VALUE "N".
003048     05  WS-SW-FIN-PREGUNTA           PIC X(01) VALUE "N".
003050         88  WS-FIN-PREGUNTA                     VALUE "Y".
003051     05  WS-SW-EN-CADENA              PIC X(01) VALUE "N".
003052         88  WS-EN-CADENA                        VALUE "Y".

003053******************************************************************
003054*    TARJETA DE CONTROL DE LA CORRIDA (VALORES POR DEFECTO SI
003056*    NO EXISTE EL ARCHIVO TARJETA)
003060******************************************************************
003070 01  WS-TARJETA.
003080     05  WS-CC-REINICIO               PIC X(01) VALUE "N".
003130         88  WS-CC-MODO-RANGO                     VALUE "R".
003140         88  WS-CC-MODO-CRIBA                     VALUE "C".
003150         88  WS-CC-MODO-EN-RANGO                  VALUE "R" "C".
003155         88  WS-CC-MODO-VECINO                    VALUE "V".
003160     05  WS-CC-RANGO-DESDE            PIC 9(12) VALUE ZERO.
003170     05  WS-CC-RANGO-HASTA            PIC 9(12) VALUE ZERO.
003180     05  WS-CC-DIVISOR-INICIAL        PIC 9(12) VALUE 2.
003390 77  WS-CONT-DESDE-MAESTRO            PIC 9(08) COMP VALUE ZERO.
003400 77  WS-CONT-CALCULADOS               PIC 9(08) COMP VALUE ZERO.
003410 77  WS-CONT-DUPLICADOS               PIC 9(08) COMP VALUE ZERO.
003411 77  WS-CONT-SIN-PRIMO                PIC 9(08) COMP VALUE ZERO.

003412******************************************************************
003413*    TOTALES DE CONTROL POR DEPARTAMENTO SOLICITANTE. LA TABLA
003414*    ACUMULA LOS CONTADORES DE CADA CODIGO VISTO EN LA CORRIDA
003415*    NORMAL; LOS REGISTROS SIN DEPARTAMENTO SE ACUMULAN BAJO EL
003416*    CODIGO "???" PARA QUE EL CUADRE POR AREA SIGA CERRANDO. SI
003417*    LA TABLA SE LLENARA (MAS DE 99 CODIGOS: UNA ENTRADA
003418*    DANADA), EL EXCEDENTE SOLO SUMA EN LOS TOTALES GENERALES Y
003419*    EL REPORTE LO AVISA, ASI EL DESCUADRE POR AREA SE VE.
003420*    UN CODIGO CON LIMITE DIARIO QUE NO ENTRA SE RECHAZA EN
003421*    2220-VALIDAR-DEPTO.
003422******************************************************************
003423 77  WS-MAX-DEPTOS                    PIC 9(04) COMP VALUE 99.
003424 77  WS-CONT-DEPTOS                   PIC 9(04) COMP VALUE ZERO.
003425 77  WS-IDX-DEPTO                     PIC 9(04) COMP VALUE ZERO.
003426 77  WS-BUSCA-DEPTO                   PIC 9(04) COMP VALUE ZERO.
003427 77  WS-DEPTO-ACTUAL                  PIC 9(04) COMP VALUE ZERO.
003428 77  WS-DEPTO-REGISTRO                PIC X(03) VALUE SPACES.
003429 77  WS-DEPTO-ANTERIOR                PIC X(03) VALUE SPACES.
003430 77  WS-DEPTO-CORTE                   PIC X(03) VALUE SPACES.
003431 77  WS-DEPTO-NOMBRE-REG              PIC X(30) VALUE SPACES.
003432 77  WS-DEPTO-LIMITE-REG              PIC 9(08) COMP VALUE ZERO.
003433 77  WS-DEP-ACEPTADOS                 PIC 9(08) COMP VALUE ZERO.
003434 01  WS-NOMBRE-SIN-DEPTO              PIC X(30)
003435         VALUE "(SIN CODIGO O INEXISTENTE)".
003436 77  WS-RSP-RESULT                    PIC X(01) VALUE SPACE.
003437 77  WS-HUS-ORIGEN                    PIC X(01) VALUE SPACE.

003438******************************************************************
003439*    CAMPOS DE TRABAJO DEL ARCHIVO DE FACTORIZACIONES: CANTIDAD
003448     88  WS-FAC-NO-HALLADO                       VALUE "N".

003449 01  WS-TABLA-DEPTOS.
003450     05  WS-DEPTO-ENT OCCURS 99 TIMES.
003451         10  WS-DEP-CODIGO            PIC X(03).
003452         10  WS-DEP-LEIDOS            PIC 9(08) COMP.
003453         10  WS-DEP-PRIMOS            PIC 9(08) COMP.
003454         10  WS-DEP-COMPUESTOS        PIC 9(08) COMP.
003455         10  WS-DEP-RECHAZOS          PIC 9(08) COMP.
003456         10  WS-DEP-DUPLICADOS        PIC 9(08) COMP.
003458         10  WS-DEP-NOMBRE            PIC X(30).
003459         10  WS-DEP-LIMITE            PIC 9(08) COMP.

003460******************************************************************
003461*    CAMPOS DE TRABAJO PARA EL REPORTE DE LA FACTORIZACION DE
003462*    COMPUESTOS. LA BUSQUEDA DE DIVISORES Y LA TABLA DE 6720
003463*    FACTORES VIVEN AHORA EN EL SUBPROGRAMA clasifDiv (VER
003464*    WS-CLD-PARAMETROS MAS ABAJO); AQUI SOLO QUEDA LO QUE ARMA
003470*    LAS LINEAS DEL REPORTE.
003480******************************************************************
003490 77  WS-CONT-FACTORES                 PIC 9(04) COMP VALUE ZERO.
003620 01  WS-ENCABEZADO-2R                 PIC X(80)
003630         VALUE "      PRIMO".

003631******************************************************************
003632*    LINEAS DEL REPORTE DEL MODO "V": UNA POR PREGUNTA, CON LA
003633*    DIRECCION, EL PRIMO HALLADO Y SU ORIGEN (O EL MOTIVO DEL
003634*    RECHAZO), Y LOS TOTALES PROPIOS DEL MODO.
003635******************************************************************
003636 01  WS-ENCABEZADO-1V                 PIC X(80)
003637         VALUE "REPORTE DE PRIMOS VECINOS".
003638 01  WS-ENCABEZADO-2V.
003639     05  FILLER                       PIC X(40)
003640             VALUE "      DIVIDENDO  DIRECCION         PRIMO".
003641     05  FILLER                       PIC X(41)
003642             VALUE "  ORIGEN                    DEP    SOLIC.".

003643 01  WS-DETALLE-VECINO.
003644     05  FILLER                       PIC X(03) VALUE SPACES.
003645     05  WS-DETV-DIVIDENDO            PIC X(12).
003646     05  WS-DETV-DIVIDENDO-ED REDEFINES WS-DETV-DIVIDENDO
003647                                      PIC Z(11)9.
003648     05  FILLER                       PIC X(02) VALUE SPACES.
003649     05  WS-DETV-DIRECCION            PIC X(09).
003650     05  FILLER                       PIC X(02) VALUE SPACES.
003651     05  WS-DETV-PRIMO                PIC Z(11)9.
003652     05  FILLER                       PIC X(02) VALUE SPACES.
003653     05  WS-DETV-ORIGEN               PIC X(26).
003654     05  WS-DETV-DEPTO                PIC X(03).
003655     05  FILLER                       PIC X(04) VALUE SPACES.
003656     05  WS-DETV-SOLICITUD            PIC X(06).

003657 01  WS-TRAILER-V.
003658     05  FILLER                       PIC X(11)
003659             VALUE "PREGUNTAS: ".
003660     05  WS-TRLV-LEIDAS               PIC ZZZZZZZ9.
003661     05  FILLER                       PIC X(15)
003662             VALUE "   RESPONDIDAS:".
003663     05  WS-TRLV-RESPONDIDAS          PIC ZZZZZZZ9.
003664     05  FILLER                       PIC X(13)
003665             VALUE "   SIN PRIMO:".
003666     05  WS-TRLV-SIN-PRIMO            PIC ZZZZZZZ9.
003667     05  FILLER                       PIC X(14)
003668             VALUE "   RECHAZADAS:".
003669     05  WS-TRLV-RECHAZADAS           PIC ZZZZZZZ9.

003670 01  WS-TRAILER-2V.
003671     05  FILLER                       PIC X(15)
003672             VALUE "DESDE MAESTRO: ".
003673     05  WS-TRLV-DESDE-MAESTRO        PIC ZZZZZZZ9.
003674     05  FILLER                       PIC X(15)
003675             VALUE "   CALCULADAS: ".
003676     05  WS-TRLV-CALCULADAS           PIC ZZZZZZZ9.

003677 77  WS-PRG-MOTIVO                    PIC X(15) VALUE SPACES.

003678******************************************************************
003679*    AVISO ESCRITO EN EL REPORTE CUANDO LA TARJETA DE CONTROL
003680*    CAMBIA EL DIVISOR INICIAL DE LA BUSQUEDA (VER 1175-ADVERTIR-
003681*    DIVISOR): UN DIVISOR INICIAL DISTINTO DE 2 PUEDE SALTARSE
003682*    FACTORES REALES Y DAR UN RESULTADO DE PRIMALIDAD INCORRECTO
003690*    PARA DIVIDENDOS ORDINARIOS, ASI QUE NO DEBE PASAR INADVERTIDO.
003700******************************************************************
003710 01  WS-ADVERTENCIA-DIVISOR           PIC X(80)
004300     05  WS-TRL-CALCULADOS            PIC ZZZZZZZ9.
004310     05  FILLER                       PIC X(15)
004320             VALUE "   DUPLICADOS: ".
004321     05  WS-TRL-DUPLICADOS            PIC ZZZZZZZ9.

004322******************************************************************
004323*    LINEAS DEL CORTE Y DE LOS TOTALES POR DEPARTAMENTO. EL
004324*    SUBTOTAL SALE EN CADA CAMBIO DE DEPARTAMENTO (Y ANTES DE
004326*    LOS TOTALES FINALES); LAS LINEAS "DEPTO ..." DE LA SECCION
004327*    FINAL LAS RELEE EL PASO DE CUADRE POR POSICION FIJA, ASI
004328*    QUE SU TRAZADO NO DEBE CAMBIARSE SIN CAMBIAR cuadre.
004329******************************************************************
004331 01  WS-SUB-DEPTO.
004332     05  FILLER                       PIC X(18)
004333             VALUE "   SUBTOTAL DEPTO ".
004334     05  WS-SUBD-CODIGO               PIC X(03).
004336     05  FILLER                       PIC X(09)
004337             VALUE "  LEIDOS:".
004338     05  WS-SUBD-LEIDOS               PIC ZZZZZZZ9.
004339     05  FILLER                       PIC X(08)
004340             VALUE " PRIMOS:".
004342     05  WS-SUBD-PRIMOS               PIC ZZZZZZZ9.
004343     05  FILLER                       PIC X(07)
004344             VALUE " COMP.:".
004345     05  WS-SUBD-COMPUESTOS           PIC ZZZZZZZ9.
004347     05  FILLER                       PIC X(07)
004348             VALUE " RECH.:".
004349     05  WS-SUBD-RECHAZOS             PIC ZZZZZZZ9.
004350     05  FILLER                       PIC X(06)
004352             VALUE " DUP.:".
004353     05  WS-SUBD-DUPLICADOS           PIC ZZZZZZZ9.
004354     05  FILLER                       PIC X(02) VALUE SPACES.
004355     05  WS-SUBD-NOMBRE               PIC X(30).

004357 01  WS-ENC-DEPTOS                    PIC X(80)
004358         VALUE "TOTALES POR DEPARTAMENTO".
004375     05  FILLER                       PIC X(06)
004376             VALUE " DUP.:".
004377     05  WS-DPT-DUPLICADOS            PIC ZZZZZZZ9.
004380     05  FILLER                       PIC X(02) VALUE SPACES.
004381     05  WS-DPT-NOMBRE                PIC X(30).

004382******************************************************************
004383*    TITULO DE DEPARTAMENTO: PRIMERA LINEA DE LAS HOJAS DE CADA
004384*    AREA, CON SU CODIGO Y NOMBRE, DESPUES DEL CORTE. EMPIEZA
004385*    CON TEXTO PARA QUE EL PASO DE CUADRE NO LA TOME POR UNA
004386*    LINEA DE DETALLE NI POR UNA DE TOTALES.
004387******************************************************************
004388 01  WS-TIT-DEPTO.
004389     05  FILLER                       PIC X(16)
004390             VALUE "   DEPARTAMENTO ".
004391     05  WS-TITD-CODIGO               PIC X(03).
004392     05  FILLER                       PIC X(03) VALUE " - ".
004393     05  WS-TITD-NOMBRE               PIC X(30).

004394 01  WS-AVISO-DEPTOS-LLENA            PIC X(80)
004395         VALUE "** TABLA DE DEPARTAMENTOS LLENA **".

004396******************************************************************
004397*    ROTULO ESCRITO EN CADA PAGINA DE TODOS LOS LISTADOS CUANDO
004398*    LA TARJETA PIDE ENSAYO, PARA QUE NINGUNA HOJA DE UNA
004399*    SIMULACION PUEDA CONFUNDIRSE CON PRODUCCION.
004400******************************************************************
004401 01  WS-ROTULO-SIMULACION             PIC X(80)
004402         VALUE "** SIMULACION - SIN EFECTO EN PRODUCCION **".

004403******************************************************************
004404*    LINEAS DEL REPORTE DE RECHAZOS
004405******************************************************************
004406 01  WS-RCH-ENCABEZADO-1              PIC X(80)
004407         VALUE "REPORTE DE REGISTROS RECHAZADOS".
004408 01  WS-RCH-ENCABEZADO-2              PIC X(80)
004409         VALUE "   REGISTRO   VALOR      MOTIVO".

004410 01  WS-RCH-DETALLE.
004420     05  FILLER                       PIC X(03) VALUE SPACES.
004730                                      PIC 9(12).

004740******************************************************************
004741*    AREA DE PARAMETROS DE LA LLAMADA AL DIARIO DE CAMBIOS
004742*    grabDiario, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
004743*    LINKAGE SECTION, Y COPIAS DEL REGISTRO NUEVO PARA COMPARAR
004744*    CON EL GRABADO ANTES DE REESCRIBIR.
004745******************************************************************
004746 01  WS-GDI-PARAMETROS.
004747     05  WS-GDI-FUNCION               PIC X(01).
004748     05  WS-GDI-PROGRAMA              PIC X(12) VALUE "esPrimo".
004749     05  WS-GDI-CORRIDA               PIC 9(06).
004750     05  WS-GDI-ARCHIVO               PIC X(01).
004752     05  WS-GDI-OPERACION             PIC X(01).
004753     05  WS-GDI-ANTES                 PIC X(40).
004754     05  WS-GDI-DESPUES               PIC X(40).
004755     05  WS-GDI-SECUENCIA             PIC 9(10).
004756     05  WS-GDI-RETORNO               PIC X(02).
004757 77  WS-MST-NUEVO                     PIC X(34) VALUE SPACES.
004758 77  WS-FAC-NUEVO                     PIC X(29) VALUE SPACES.

004759******************************************************************
004760*    AREA DE PARAMETROS DE LA LLAMADA A primoVecino (MODO "V"),
004761*    LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU LINKAGE SECTION.
004762******************************************************************
004764 01  WS-PVC-PARAMETROS.
004765     05  WS-PVC-FUNCION               PIC X(01).
004766     05  WS-PVC-DIVIDENDO             PIC 9(12).
004767     05  WS-PVC-DIRECCION             PIC X(01).
004768     05  WS-PVC-PRIMO                 PIC 9(12).
004769     05  WS-PVC-ORIGEN                PIC X(01).
004770         88  WS-PVC-DE-MAESTRO             VALUE "M".
004771         88  WS-PVC-CALCULADO              VALUE "C".
004772     05  WS-PVC-PROBADOS              PIC 9(08).
004773     05  WS-PVC-RETORNO               PIC X(02).

004774******************************************************************
004776*    AREA DE PARAMETROS DE LA LLAMADA AL REGISTRO DE LA CADENA
004777*    DIARIA regCadena, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
004778*    LINKAGE SECTION. esPrimo ES EL PASO 2 DE LA CADENA (SOLO
004779*    EN MODO NORMAL Y FUERA DE ENSAYO).
004780******************************************************************
004781 01  WS-RCD-PARAMETROS.
004782     05  WS-RCD-FUNCION               PIC X(01).
004783     05  WS-RCD-PASO                  PIC 9(01) VALUE 2.
004784     05  WS-RCD-CORRIDA               PIC 9(06) VALUE ZERO.
004785     05  WS-RCD-CODIGO                PIC 9(04) VALUE ZERO.
004786     05  WS-RCD-FECHA                 PIC 9(08).
004788     05  WS-RCD-LOTE                  PIC 9(02).
004789     05  WS-RCD-MOTIVO                PIC X(40).
004790     05  WS-RCD-RETORNO               PIC X(02).

004791******************************************************************
004792*    REGISTRO DE LA BITACORA DE CORRIDAS. SE ARMA AQUI Y SE
004793*    ESCRIBE EN BITACORA-ARCH AL TERMINAR LA CORRIDA, NORMAL O
004794*    ANORMALMENTE (VER 9700-GRABAR-BITACORA Y 9800-ABORTAR).
004795*    WS-BIT-DURACION SON LOS MINUTOS TRANSCURRIDOS DESDE EL
004796*    INICIO DE ESTA EJECUCION (UN REINICIO CUENTA LOS SUYOS).
004797******************************************************************
004798 01  WS-BITACORA-REG.
004800     05  WS-BIT-FECHA                 PIC 9(08).
004810     05  WS-BIT-HORA                  PIC 9(06).
004820     05  WS-BIT-MODO                  PIC X(01).
004916     05  WS-BIT-MOTIVO                PIC X(20) VALUE SPACES.
004918     05  WS-BIT-ENSAYO                PIC X(01) VALUE "N".
004919     05  WS-BIT-CORRIDA               PIC 9(06) VALUE ZERO.
004920     05  WS-BIT-DURACION              PIC 9(03) VALUE ZERO.

004930******************************************************************
004940*    TABLAS Y CAMPOS DE TRABAJO DEL MODO DE CRIBA ("C"). LA BANDA
006720         IF WS-CC-MODO-RANGO
006730             PERFORM 3000-PROCESAR-RANGO THRU 3000-EXIT
006740         ELSE
006743             IF WS-CC-MODO-VECINO
006746                 PERFORM 4000-PROCESAR-PREGUNTA THRU 4000-EXIT
006749                     UNTIL WS-FIN-PREGUNTA
006752             ELSE
006755                 PERFORM 2000-PROCESAR-ARCHIVO THRU 2000-EXIT
006758                     UNTIL WS-FIN-ENTRADA
006761             END-IF
006770         END-IF
006780     END-IF.
006790     PERFORM 9999-FINALIZAR THRU 9999-EXIT.
006820******************************************************************
006830*    1000-INICIALIZAR
006840*    LEE LA TARJETA DE CONTROL Y ABRE LOS ARCHIVOS QUE
006850*    CORRESPONDAN SEGUN EL MODO DE CORRIDA (NORMAL O RANGO; EL
006855*    MODO "V" ABRE LO SUYO EN 1500).
006860*    LOS ENCABEZADOS YA NO SE ESCRIBEN AQUI: CADA PAGINA LOS
006870*    RECIBE DE 9150/9250 CUANDO LA PAGINACION LA ABRE. EN MODO
006880*    NORMAL, UN REINICIO POR CHECKPOINT REABRE EL REPORTE Y LOS
006890*    RECHAZOS EN EXTENSION PARA CUBRIR TODA LA CORRIDA.
006900******************************************************************
006910 1000-INICIALIZAR.
006912     ACCEPT WS-INICIO-FECHA FROM DATE YYYYMMDD.
006914     ACCEPT WS-HORA-ACTUAL FROM TIME.
006916     MOVE WS-HORA-HHMMSS TO WS-INICIO-HORA.
006920     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
006922     PERFORM 1060-REGISTRAR-INICIO THRU 1060-EXIT.
006925     PERFORM 1050-ASIGNAR-CORRIDA THRU 1050-EXIT.
006930     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
006932     IF WS-CC-MODO-VECINO
006934         PERFORM 1500-INICIAR-PREGUNTAS THRU 1500-EXIT
006936         GO TO 1000-EXIT
006938     END-IF.
006940     PERFORM 1300-ABRIR-MAESTRO THRU 1300-EXIT.
006942     PERFORM 1350-ABRIR-FACTORES THRU 1350-EXIT.
006946     PERFORM 1360-ABRIR-DIARIO THRU 1360-EXIT.
006950     IF WS-CC-MODO-EN-RANGO
006951         PERFORM 1260-AJUSTAR-ANCHO-BANDA THRU 1260-EXIT
006952         IF WS-CC-ENSAYO-SI
007120                 WS-STATUS-ENTRADA
007130             PERFORM 9800-ABORTAR THRU 9800-EXIT
007140         END-IF
007145         PERFORM 1370-ABRIR-DEPTOS THRU 1370-EXIT
007147         PERFORM 1380-ABRIR-HISTUSO THRU 1380-EXIT
007148         PERFORM 1390-ABRIR-PENDRECH THRU 1390-EXIT
007150         IF WS-CC-ENSAYO-NO
007152             PERFORM 1400-PREPARAR-REINICIO THRU 1400-EXIT
007154         END-IF
007260     EXIT.

007261******************************************************************
007262*    1060-REGISTRAR-INICIO
007263*    REGISTRA EL ARRANQUE DEL PASO EN LA CADENA DIARIA
007264*    (regCadena). SI EL PASO YA TERMINO BIEN Y LA TARJETA DE LA
007265*    CADENA PIDE REANUDAR, TERMINA SIN HACER NADA. SI EL PASO
007266*    ANTERIOR NO TERMINO BIEN PARA LA FECHA, O ESTE YA CORRIO, NO
007267*    ARRANCA Y TERMINA CON RETURN-CODE 12.
007268*    SOLO SE REGISTRA LA CORRIDA NORMAL FUERA DE ENSAYO: LOS
007269*    MODOS DE RANGO, CRIBA Y PREGUNTAS Y LOS ENSAYOS NO SON
007270*    PASOS DE LA CADENA. SE REGISTRA ANTES DE ASIGNAR LA CORRIDA
007271*    PARA QUE UN PASO RECHAZADO NO CONSUMA NUMERO. EL REINICIO
007272*    DESDE CHECKPOINT DE UNA CORRIDA CAIDA PIDE, ADEMAS, REANUDAR
007273*    LA CADENA EN TARJCAD. LA CORRIDA REGISTRADA SE ASIENTA EN
007274*    LA BITACORA CON LA FECHA DE NEGOCIO DE LA CADENA (9700).
007275******************************************************************
007276 1060-REGISTRAR-INICIO.
007277     IF NOT WS-CC-MODO-NORMAL OR WS-CC-ENSAYO-SI
007278         GO TO 1060-EXIT
007279     END-IF.
007280     MOVE "I" TO WS-RCD-FUNCION.
007281     CALL "regCadena" USING WS-RCD-PARAMETROS.
007282     IF WS-RCD-RETORNO = "10"
007283         DISPLAY "ESPRIMO: " WS-RCD-MOTIVO
007284         MOVE ZERO TO RETURN-CODE
007285         STOP RUN
007286     END-IF.
007287     IF WS-RCD-RETORNO NOT = "00"
007288         DISPLAY "ESPRIMO: NO ARRANCA - " WS-RCD-MOTIVO
007289         DISPLAY "ESPRIMO: FECHA " WS-RCD-FECHA " LOTE "
007291             WS-RCD-LOTE " RETORNO " WS-RCD-RETORNO
007292         MOVE 12 TO RETURN-CODE
007293         STOP RUN
007294     END-IF.
007295     IF WS-RCD-MOTIVO NOT = SPACES
007296         DISPLAY "ESPRIMO: " WS-RCD-MOTIVO
007297     END-IF.
007298     SET WS-EN-CADENA TO TRUE.
007299 1060-EXIT.
007300     EXIT.

007301******************************************************************
007302*    1100-LEER-TARJETA
007303*    LEE LA TARJETA DE CONTROL, SI EXISTE. SI NO EXISTE SE
007304*    CONSERVAN LOS VALORES POR DEFECTO DE WS-TARJETA. LOS LIMITES
007305*    DE RANGO Y EL DIVISOR INICIAL, SI VIENEN NO NUMERICOS (TARJETA
007306*    VIEJA SIN ESOS CAMPOS, CON LOS BYTES EN BLANCO), SE DEJAN EN
007307*    CERO/DOS EN VEZ DE MOVERSE TAL CUAL, YA QUE UN CAMPO PIC 9 CON
007308*    BYTES NO NUMERICOS NO DA UN VALOR CONFIABLE. UN DIVISOR
007310*    INICIAL EN CERO (CAMPO EXPLICITO EN CERO) TAMBIEN SE TRATA
007320*    COMO "NO INDICADO" Y SE DEJA EN 2; UN TITULO EN BLANCO DEJA
007330*    LOS ENCABEZADOS POR DEFECTO SIN TOCAR.
007650     IF WS-CC-TITULO NOT = SPACES
007660         MOVE WS-CC-TITULO TO WS-ENCABEZADO-1
007670         MOVE WS-CC-TITULO TO WS-ENCABEZADO-1R
007675         MOVE WS-CC-TITULO TO WS-ENCABEZADO-1V
007680     END-IF.
007682     IF WS-CC-ENSAYO-SI AND WS-CC-REINICIO-SI
007684         DISPLAY "ESPRIMO: REINICIO IGNORADO EN MODO DE ENSAYO"
007686         MOVE "N" TO WS-CC-REINICIO
007688     END-IF.
007690     IF WS-CC-MODO-VECINO AND WS-CC-REINICIO-SI
007692         DISPLAY "ESPRIMO: REINICIO IGNORADO EN MODO VECINO"
007694         MOVE "N" TO WS-CC-REINICIO
007696     END-IF.
007698 1100-EXIT.
007700     EXIT.

007710******************************************************************
009292     EXIT.

009293******************************************************************
009294*    1360-ABRIR-DIARIO
009295*    ABRE EL DIARIO DE CAMBIOS DE MAESTRO Y FACTORES POR MEDIO
009296*    DE grabDiario. EN MODO DE ENSAYO NO SE ACTUALIZA NADA Y NO
009297*    SE ABRE. SIN DIARIO LA CORRIDA NO SIGUE: UN CAMBIO SIN
009298*    ASIENTO NO SE PODRIA RECUPERAR.
009299******************************************************************
009300 1360-ABRIR-DIARIO.
009301     IF WS-CC-ENSAYO-SI
009302         GO TO 1360-EXIT
009303     END-IF.
009304     MOVE "A" TO WS-GDI-FUNCION.
009305     CALL "grabDiario" USING WS-GDI-PARAMETROS.
009306     IF WS-GDI-RETORNO NOT = "00"
009307         DISPLAY "ESPRIMO: ERROR AL ABRIR DIARIO, STATUS = "
009308             WS-GDI-RETORNO
009310         PERFORM 9800-ABORTAR THRU 9800-EXIT
009311     END-IF.
009312 1360-EXIT.
009313     EXIT.

009314******************************************************************
009315*    1370-ABRIR-DEPTOS
009316*    ABRE EL MAESTRO DE DEPARTAMENTOS PARA CONSULTA (SOLO MODO
009317*    NORMAL). SIN EL MAESTRO NO HAY COMO VALIDAR A LOS
009318*    SOLICITANTES, ASI QUE LA CORRIDA NO SIGUE.
009319******************************************************************
009320 1370-ABRIR-DEPTOS.
009321     OPEN INPUT DEPTOS-ARCH.
009322     IF WS-STATUS-DEPTOS NOT = "00"
009323         DISPLAY "ESPRIMO: ERROR AL ABRIR DEPTOS, STATUS = "
009324             WS-STATUS-DEPTOS
009326         PERFORM 9800-ABORTAR THRU 9800-EXIT
009327     END-IF.
009328 1370-EXIT.
009329     EXIT.

009330******************************************************************
009331*    1380-ABRIR-HISTUSO
009332*    ABRE EL HISTORIAL DE USO PARA AGREGAR LOS PEDIDOS DE ESTA
009333*    CORRIDA (LO CREA LA PRIMERA VEZ). EN MODO DE ENSAYO NO SE
009334*    ABRE: UNA SIMULACION NO SE COBRA.
009335******************************************************************
009336 1380-ABRIR-HISTUSO.
009337     IF WS-CC-ENSAYO-SI
009338         GO TO 1380-EXIT
009339     END-IF.
009340     OPEN EXTEND HISTUSO-ARCH.
009342     IF WS-STATUS-HISTUSO = "35"
009343         OPEN OUTPUT HISTUSO-ARCH
009344     END-IF.
009345     IF WS-STATUS-HISTUSO NOT = "00"
009346         DISPLAY "ESPRIMO: ERROR AL ABRIR HISTUSO, STATUS = "
009347             WS-STATUS-HISTUSO
009348         PERFORM 9800-ABORTAR THRU 9800-EXIT
009349     END-IF.
009350 1380-EXIT.
009351     EXIT.

009352******************************************************************
009353*    1390-ABRIR-PENDRECH
009354*    ABRE LOS RECHAZOS PENDIENTES PARA ACTUALIZACION (LOS CREA
009355*    VACIOS LA PRIMERA VEZ, IGUAL QUE 1300-ABRIR-MAESTRO). EN
009356*    MODO DE ENSAYO NO SE ABRE: UNA SIMULACION NO ABRE NI CIERRA
009358*    PENDIENTES.
009359******************************************************************
009360 1390-ABRIR-PENDRECH.
009361     IF WS-CC-ENSAYO-SI
009362         GO TO 1390-EXIT
009363     END-IF.
009364     OPEN I-O PENDRECH-ARCH.
009365     IF WS-STATUS-PENDRECH = "35"
009366         OPEN OUTPUT PENDRECH-ARCH
009367         CLOSE PENDRECH-ARCH
009368         OPEN I-O PENDRECH-ARCH
009369     END-IF.
009370     IF WS-STATUS-PENDRECH NOT = "00"
009371         DISPLAY "ESPRIMO: ERROR AL ABRIR PENDRECH, STATUS = "
009372             WS-STATUS-PENDRECH
009374         PERFORM 9800-ABORTAR THRU 9800-EXIT
009375     END-IF.
009376 1390-EXIT.
009377     EXIT.

009378******************************************************************
009379*    1400-PREPARAR-REINICIO
009380*    SI LA TARJETA PIDE REINICIO, LEE EL ARCHIVO DE CHECKPOINT
009381*    PARA DETERMINAR CUANTOS REGISTROS YA FUERON PROCESADOS EN
009382*    UNA CORRIDA ANTERIOR Y RESTAURAR LOS CONTADORES DE CONTROL
009383*    ACUMULADOS HASTA ESE PUNTO, Y DEJA CHECKPT-ARCH ABIERTO PARA
009384*    SEGUIR AGREGANDO PUNTOS DE CONTROL. SI NO HAY REINICIO, SE
009385*    ABRE UN ARCHIVO DE CHECKPOINT NUEVO.
009386******************************************************************
009387 1400-PREPARAR-REINICIO.
009388     MOVE ZERO TO WS-REINICIO-CONTADOR.
009390     IF WS-CC-REINICIO-SI
009400         OPEN INPUT CHECKPT-ARCH
009410         IF WS-STATUS-CHECKPT = "00"
009974*    1420-RESTAURAR-DEPTO
009976*    RESTAURA UNA ENTRADA DE LA TABLA DE DEPARTAMENTOS DESDE EL
009978*    PUNTO DE CONTROL LEIDO, PARA QUE EL CUADRE POR AREA
009980*    CONTINUE DONDE QUEDO. EL NOMBRE Y EL LIMITE DIARIO NO VAN
009981*    EN EL CHECKPOINT: SE VUELVEN A TOMAR DEL MAESTRO DEPTOS.
009982******************************************************************
009984 1420-RESTAURAR-DEPTO.
009986     MOVE CKP-DEP-CODIGO(WS-IDX-DEPTO)
009990     MOVE CKP-DEP-LEIDOS(WS-IDX-DEPTO)
009992         TO WS-DEP-LEIDOS(WS-IDX-DEPTO).
009994     MOVE CKP-DEP-PRIMOS(WS-IDX-DEPTO)
009995         TO WS-DEP-PRIMOS(WS-IDX-DEPTO).
009996     MOVE CKP-DEP-COMPUESTOS(WS-IDX-DEPTO)
009997         TO WS-DEP-COMPUESTOS(WS-IDX-DEPTO).
009998     MOVE CKP-DEP-RECHAZOS(WS-IDX-DEPTO)
009999         TO WS-DEP-RECHAZOS(WS-IDX-DEPTO).
010000     MOVE CKP-DEP-DUPLICADOS(WS-IDX-DEPTO)
010001         TO WS-DEP-DUPLICADOS(WS-IDX-DEPTO).
010002     MOVE WS-NOMBRE-SIN-DEPTO TO WS-DEP-NOMBRE(WS-IDX-DEPTO).
010003     MOVE ZERO TO WS-DEP-LIMITE(WS-IDX-DEPTO).
010004     MOVE CKP-DEP-CODIGO(WS-IDX-DEPTO) TO DPT-CODIGO.
010005     READ DEPTOS-ARCH
010006         NOT INVALID KEY
010007             MOVE DPT-NOMBRE TO WS-DEP-NOMBRE(WS-IDX-DEPTO)
010008             MOVE DPT-LIMITE-DIARIO
010009                 TO WS-DEP-LIMITE(WS-IDX-DEPTO)
010010     END-READ.
010011 1420-EXIT.
010012     EXIT.

010013******************************************************************
010219             SET WS-FIN-ENTRADA TO TRUE
010220         NOT AT END
010221             ADD 1 TO WS-NUM-REGISTRO
010223             PERFORM 2150-LEER-DEPTOS THRU 2150-EXIT
010225             MOVE WS-DEPTO-REGISTRO TO WS-DEPTO-ANTERIOR
010227             IF ENT-DIVIDENDO NUMERIC AND ENT-DIVIDENDO-NUM > 1
010228                 MOVE ENT-DIVIDENDO-NUM TO dividendo
010229                 PERFORM 2300-CONTROL-DUPLICADO THRU 2300-EXIT
010330 2000-PROCESAR-ARCHIVO.
010340     ADD 1 TO WS-NUM-REGISTRO.
010350     ADD 1 TO WS-CONT-LEIDOS.
010351     PERFORM 2150-LEER-DEPTOS THRU 2150-EXIT.
010352     IF WS-DEPTO-REGISTRO NOT = WS-DEPTO-ANTERIOR
010353         SET WS-DEPTO-NUEVO TO TRUE
010354     ELSE
010355         SET WS-DEPTO-SIGUE TO TRUE
010356     END-IF.
010357     IF WS-DEPTO-ANTERIOR NOT = SPACES
010358             AND WS-DEPTO-REGISTRO NOT = WS-DEPTO-ANTERIOR
010363     IF WS-DEPTO-ACTUAL NOT = ZERO
010364         ADD 1 TO WS-DEP-LEIDOS(WS-DEPTO-ACTUAL)
010365     END-IF.
010366     IF WS-DEPTO-NUEVO
010367         PERFORM 2060-TITULAR-DEPTO THRU 2060-EXIT
010368     END-IF.
010369     PERFORM 2200-VALIDAR-ENTRADA THRU 2200-EXIT.
010370     IF WS-REGISTRO-VALIDO
010380         MOVE ENT-DIVIDENDO-NUM TO dividendo
010390         PERFORM 2300-CONTROL-DUPLICADO THRU 2300-EXIT
010416             END-IF
010420             PERFORM 2350-ESCRIBIR-DUPLICADO THRU 2350-EXIT
010426             PERFORM 2400-CONSULTAR-MAESTRO THRU 2400-EXIT
010427             MOVE SPACE TO WS-RSP-RESULT
010428             IF WS-HALLADO-EN-MAESTRO
010430                 MOVE MST-RESULTADO TO WS-RSP-RESULT
010432                 PERFORM 2750-GRABAR-RESPUESTA THRU 2750-EXIT
010434             END-IF
010435             MOVE "D" TO WS-HUS-ORIGEN
010436             PERFORM 2760-GRABAR-HISTUSO THRU 2760-EXIT
010437         ELSE
010440             PERFORM 2400-CONSULTAR-MAESTRO THRU 2400-EXIT
010450             IF WS-HALLADO-EN-MAESTRO
010460                 ADD 1 TO WS-CONT-DESDE-MAESTRO
010490                 ADD 1 TO WS-CONT-CALCULADOS
010500                 PERFORM 2500-CLASIFICAR-DIVIDENDO THRU 2500-EXIT
010510             END-IF
010511         END-IF
010512     ELSE
010513         IF WS-DEPTO-ACTUAL NOT = ZERO
010514             ADD 1 TO WS-DEP-RECHAZOS(WS-DEPTO-ACTUAL)
010515         END-IF
010516     END-IF.
010517     PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
010518     PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
010519 2000-EXIT.
010520     EXIT.

010521******************************************************************
010522*    2050-CORTE-DEPTO
010523*    CORTE DE CONTROL POR CAMBIO DE DEPARTAMENTO: ESCRIBE EL
010524*    SUBTOTAL ACUMULADO DEL DEPARTAMENTO QUE TERMINA Y FUERZA
010525*    PAGINA NUEVA, PARA QUE CADA AREA RECIBA SUS HOJAS SIN
010526*    MARCAR EL LISTADO A MANO. SI LA ENTRADA NO VIENE AGRUPADA,
010527*    UN DEPARTAMENTO PUEDE CORTAR MAS DE UNA VEZ Y EL SUBTOTAL
010529*    SALE ACUMULADO HASTA ESE PUNTO.
010530******************************************************************
010531 2050-CORTE-DEPTO.
010532     MOVE WS-DEPTO-ANTERIOR TO WS-DEPTO-CORTE.
010533     MOVE ZERO TO WS-BUSCA-DEPTO.
010534     PERFORM 2270-BUSCAR-DEPTO THRU 2270-EXIT
010535         VARYING WS-IDX-DEPTO FROM 1 BY 1
010536             UNTIL WS-IDX-DEPTO > WS-CONT-DEPTOS
010537                OR WS-BUSCA-DEPTO NOT = ZERO.
010538     IF WS-BUSCA-DEPTO NOT = ZERO
010539         MOVE WS-DEP-CODIGO(WS-BUSCA-DEPTO) TO WS-SUBD-CODIGO
010540         MOVE WS-DEP-LEIDOS(WS-BUSCA-DEPTO) TO WS-SUBD-LEIDOS
010541         MOVE WS-DEP-PRIMOS(WS-BUSCA-DEPTO) TO WS-SUBD-PRIMOS
010542         MOVE WS-DEP-COMPUESTOS(WS-BUSCA-DEPTO)
010543             TO WS-SUBD-COMPUESTOS
010544         MOVE WS-DEP-RECHAZOS(WS-BUSCA-DEPTO) TO WS-SUBD-RECHAZOS
010545         MOVE WS-DEP-DUPLICADOS(WS-BUSCA-DEPTO)
010547             TO WS-SUBD-DUPLICADOS
010548         MOVE WS-DEP-NOMBRE(WS-BUSCA-DEPTO) TO WS-SUBD-NOMBRE
010549         MOVE WS-SUB-DEPTO TO WS-LINEA-REP
010550         PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT
010551     END-IF.
010552     MOVE WS-LINEAS-POR-PAGINA TO WS-LINEA-ACTUAL-REP.
010553 2050-EXIT.
010554     EXIT.

010555******************************************************************
010556*    2060-TITULAR-DEPTO
010557*    ESCRIBE EL TITULO DEL DEPARTAMENTO QUE EMPIEZA (CODIGO Y
010558*    NOMBRE DEL MAESTRO DEPTOS) COMO PRIMERA LINEA DE SUS HOJAS.
010559******************************************************************
010560 2060-TITULAR-DEPTO.
010561     MOVE WS-DEPTO-REGISTRO TO WS-TITD-CODIGO.
010562     MOVE WS-DEPTO-NOMBRE-REG TO WS-TITD-NOMBRE.
010563     MOVE WS-TIT-DEPTO TO WS-LINEA-REP.
010564     PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT.
010566 2060-EXIT.
010567     EXIT.

010568******************************************************************
010569*    2150-LEER-DEPTOS
010570*    BUSCA EL DEPARTAMENTO DEL REGISTRO ACTUAL EN EL MAESTRO
010571*    DEPTOS. DEJA EN WS-DEPTO-REGISTRO EL CODIGO BAJO EL QUE SE
010572*    ACUMULA (UN CODIGO EN BLANCO O INEXISTENTE VA A "???", ASI
010573*    UN ERROR DE TIPEO NO ABRE UN DEPARTAMENTO FALSO), Y EN
010574*    WS-SW-DEPTO-MAESTRO, WS-DEPTO-NOMBRE-REG Y
010575*    WS-DEPTO-LIMITE-REG LO QUE NECESITAN LA VALIDACION Y LOS
010576*    TITULOS.
010577******************************************************************
010578 2150-LEER-DEPTOS.
010579     MOVE "???" TO WS-DEPTO-REGISTRO.
010580     MOVE WS-NOMBRE-SIN-DEPTO TO WS-DEPTO-NOMBRE-REG.
010581     MOVE ZERO TO WS-DEPTO-LIMITE-REG.
010582     SET WS-DEPTO-INEXISTENTE TO TRUE.
010584     IF ENT-DEPTO = SPACES
010585         GO TO 2150-EXIT
010586     END-IF.
010587     MOVE ENT-DEPTO TO DPT-CODIGO.
010588     READ DEPTOS-ARCH
010589         INVALID KEY
010590             GO TO 2150-EXIT
010591     END-READ.
010592     MOVE ENT-DEPTO TO WS-DEPTO-REGISTRO.
010593     MOVE DPT-NOMBRE TO WS-DEPTO-NOMBRE-REG.
010594     MOVE DPT-LIMITE-DIARIO TO WS-DEPTO-LIMITE-REG.
010595     IF DPT-INACTIVO
010596         SET WS-DEPTO-INACTIVO TO TRUE
010597     ELSE
010598         SET WS-DEPTO-HABILITADO TO TRUE
010599     END-IF.
010600 2150-EXIT.
010602     EXIT.

010603******************************************************************
010626             MOVE ZERO TO WS-DEP-COMPUESTOS(WS-CONT-DEPTOS)
010627             MOVE ZERO TO WS-DEP-RECHAZOS(WS-CONT-DEPTOS)
010628             MOVE ZERO TO WS-DEP-DUPLICADOS(WS-CONT-DEPTOS)
010629             MOVE WS-DEPTO-NOMBRE-REG
010630                 TO WS-DEP-NOMBRE(WS-CONT-DEPTOS)
010631             MOVE WS-DEPTO-LIMITE-REG
010632                 TO WS-DEP-LIMITE(WS-CONT-DEPTOS)
010633             MOVE WS-CONT-DEPTOS TO WS-DEPTO-ACTUAL
010634         ELSE
010635             MOVE ZERO TO WS-DEPTO-ACTUAL
010636             IF NOT WS-DEPTOS-LLENA
010637                 SET WS-DEPTOS-LLENA TO TRUE
010638                 DISPLAY "ESPRIMO: TABLA DE DEPARTAMENTOS LLENA"
010639             END-IF
010640         END-IF
010641     END-IF.
010642 2250-EXIT.
010644     EXIT.

010645 2270-BUSCAR-DEPTO.
010646     IF WS-DEP-CODIGO(WS-IDX-DEPTO) = WS-DEPTO-CORTE
010647         MOVE WS-IDX-DEPTO TO WS-BUSCA-DEPTO
010648     END-IF.
010649 2270-EXIT.
010650     EXIT.

010651******************************************************************
010652*    2100-LEER-ENTRADA
010653*    LEE EL SIGUIENTE REGISTRO DEL ARCHIVO DE ENTRADA Y ACTIVA
010654*    EL INDICADOR DE FIN DE ARCHIVO CUANDO SE AGOTAN LOS
010655*    REGISTROS.
010656******************************************************************
010657 2100-LEER-ENTRADA.
010658     READ ENTRADA-ARCH
010660         AT END
010670             SET WS-FIN-ENTRADA TO TRUE
010680     END-READ.
010740*    O ES CERO O UNO (NINGUNO DA UNA RESPUESTA DE PRIMALIDAD
010750*    VALIDA), SI NO TRAE EL CODIGO DE DEPARTAMENTO SOLICITANTE,
010752*    O SI EL NUMERO DE SOLICITUD NO ES NUMERICO: SIN ESOS DOS
010754*    CAMPOS LA RESPUESTA NO PUEDE ENTREGARSE A NADIE. UN
010756*    REGISTRO QUE PASA ESO SE VALIDA ADEMAS CONTRA EL MAESTRO
010758*    DE DEPARTAMENTOS (2220).
010760******************************************************************
010770 2200-VALIDAR-ENTRADA.
010780     SET WS-REGISTRO-VALIDO TO TRUE.
010912             END-IF
010914         END-IF
010920     END-IF.
010922     IF WS-REGISTRO-VALIDO
010924         PERFORM 2220-VALIDAR-DEPTO THRU 2220-EXIT
010926     END-IF.
010930     IF WS-REGISTRO-INVALIDO
010940         PERFORM 2700-ESCRIBIR-RECHAZO THRU 2700-EXIT
010950     END-IF.
010960 2200-EXIT.
010961     EXIT.

010962******************************************************************
010963*    2220-VALIDAR-DEPTO
010964*    RECHAZA EL PEDIDO DE UN DEPARTAMENTO QUE NO EXISTE EN
010965*    DEPTOS, DE UNO MARCADO INACTIVO, O DE UNO QUE YA LLEGO A
010966*    SU LIMITE DIARIO DE SOLICITUDES ACEPTADAS (LAS LEIDAS
010967*    ANTES DE ESTA, MENOS LAS RECHAZADAS). EL LIMITE SE CUENTA
010968*    SOBRE LA CORRIDA, QUE TRAE EL LOTE DEL DIA. CON LA TABLA
010969*    DE DEPARTAMENTOS LLENA NO HAY CONTADOR: SI EL DEPARTAMENTO
010970*    TIENE LIMITE LA SOLICITUD SE RECHAZA, PORQUE EL LIMITE NO SE
010971*    PUEDE CONTROLAR.
010972******************************************************************
010973 2220-VALIDAR-DEPTO.
010974     IF WS-DEPTO-INEXISTENTE
010975         SET WS-REGISTRO-INVALIDO TO TRUE
010976         MOVE "DEPTO INEXIST" TO WS-RCH-MOTIVO
010977         GO TO 2220-EXIT
010978     END-IF.
010979     IF WS-DEPTO-INACTIVO
010980         SET WS-REGISTRO-INVALIDO TO TRUE
010981         MOVE "DEPTO INACTIVO" TO WS-RCH-MOTIVO
010982         GO TO 2220-EXIT
010983     END-IF.
010985     IF WS-DEPTO-ACTUAL = ZERO
010986             AND WS-DEPTO-LIMITE-REG NOT = ZERO
010987         SET WS-REGISTRO-INVALIDO TO TRUE
010988         MOVE "TABLA LLENA" TO WS-RCH-MOTIVO
010989         GO TO 2220-EXIT
010990     END-IF.
010991     IF WS-DEPTO-ACTUAL = ZERO
010992         GO TO 2220-EXIT
010993     END-IF.
010994     IF WS-DEP-LIMITE(WS-DEPTO-ACTUAL) = ZERO
010995         GO TO 2220-EXIT
010996     END-IF.
010997     COMPUTE WS-DEP-ACEPTADOS =
010998         WS-DEP-LEIDOS(WS-DEPTO-ACTUAL) - 1
010999             - WS-DEP-RECHAZOS(WS-DEPTO-ACTUAL).
011000     IF WS-DEP-ACEPTADOS NOT < WS-DEP-LIMITE(WS-DEPTO-ACTUAL)
011001         SET WS-REGISTRO-INVALIDO TO TRUE
011002         MOVE "LIMITE DIARIO" TO WS-RCH-MOTIVO
011003     END-IF.
011004 2220-EXIT.
011005     EXIT.

011006******************************************************************
011007*    2300-CONTROL-DUPLICADO
011008*    BUSCA EL DIVIDENDO ACTUAL EN LA TABLA DE VISTOS DE ESTA
011010*    CORRIDA. SI YA ESTA, ES UN DUPLICADO Y WS-BUSCA-VISTO QUEDA
011020*    APUNTANDO A SU PRIMERA APARICION; SI NO ESTA, SE REGISTRA
011030*    CON EL NUMERO DE REGISTRO ACTUAL (MIENTRAS QUEDE LUGAR; CON
011975     END-IF.
011976     MOVE MST-RESULTADO TO WS-RSP-RESULT.
011977     PERFORM 2750-GRABAR-RESPUESTA THRU 2750-EXIT.
011978     MOVE "M" TO WS-HUS-ORIGEN.
011979     PERFORM 2760-GRABAR-HISTUSO THRU 2760-EXIT.
011980 2450-EXIT.
011990     EXIT.

012582     IF NOT WS-CC-MODO-EN-RANGO
012584         MOVE WS-CLD-RESULTADO TO WS-RSP-RESULT
012586         PERFORM 2750-GRABAR-RESPUESTA THRU 2750-EXIT
012587         MOVE "C" TO WS-HUS-ORIGEN
012588         PERFORM 2760-GRABAR-HISTUSO THRU 2760-EXIT
012589     END-IF.
012590     PERFORM 2900-ACTUALIZAR-MAESTRO THRU 2900-EXIT.
012592     IF WS-DIVIDENDO-COMPUESTO
012593         PERFORM 2950-GRABAR-FACTORES THRU 2950-EXIT
013000     EXIT.

013010******************************************************************
013011*    2700-ESCRIBIR-RECHAZO
013012*    ESCRIBE UNA LINEA EN EL REPORTE DE RECHAZOS PARA EL
013013*    REGISTRO DE ENTRADA ACTUAL.
013014******************************************************************
013015 2700-ESCRIBIR-RECHAZO.
013016     MOVE WS-NUM-REGISTRO TO WS-RCH-NUM-REGISTRO.
013017     MOVE ENT-DIVIDENDO TO WS-RCH-VALOR.
013018     MOVE WS-RCH-DETALLE TO WS-LINEA-RCH.
013019     PERFORM 9200-ESCRIBIR-RCH THRU 9200-EXIT.
013020     ADD 1 TO WS-CONT-RECHAZOS.
013021     MOVE SPACE TO WS-RSP-RESULT.
013022     MOVE "R" TO WS-HUS-ORIGEN.
013023     PERFORM 2760-GRABAR-HISTUSO THRU 2760-EXIT.
013024     PERFORM 2780-REGISTRAR-PENDIENTE THRU 2780-EXIT.
013025 2700-EXIT.
013026     EXIT.

013027******************************************************************
013028*    2750-GRABAR-RESPUESTA
013029*    GRABA EN EL ARCHIVO DE RESPUESTA EL REGISTRO DEL PEDIDO
013030*    ACTUAL (DEPARTAMENTO, SOLICITUD, DIVIDENDO Y EL RESULTADO
013031*    DEJADO EN WS-RSP-RESULT POR EL LLAMADOR), PARA QUE EL AREA
013032*    SOLICITANTE RECOJA SU RESPUESTA SIN TOCAR EL LISTADO. EN
013033*    MODO DE ENSAYO NO SE GRABA NADA: EL ARCHIVO NI SE ABRIO.
013034******************************************************************
013035 2750-GRABAR-RESPUESTA.
013036     IF WS-CC-ENSAYO-SI
013037         GO TO 2750-EXIT
013038     END-IF.
013039     MOVE ENT-DEPTO TO RSP-DEPTO.
013040     MOVE ENT-SOLICITUD TO RSP-SOLICITUD.
013041     MOVE dividendo TO RSP-DIVIDENDO.
013042     MOVE WS-RSP-RESULT TO RSP-RESULTADO.
013043     WRITE RSP-REGISTRO.
013044     PERFORM 2770-CERRAR-PENDIENTE THRU 2770-EXIT.
013045 2750-EXIT.
013046     EXIT.

013047******************************************************************
013048*    2760-GRABAR-HISTUSO
013049*    AGREGA AL HISTORIAL DE USO EL PEDIDO ACTUAL CON EL ORIGEN
013050*    DE SU RESPUESTA QUE DEJO EL LLAMADOR EN WS-HUS-ORIGEN (M
013051*    MAESTRO, C CALCULADA, R RECHAZO, D DUPLICADO), EL
013052*    RESULTADO DE WS-RSP-RESULT Y, PARA LOS RECHAZOS, EL
013053*    MOTIVO. EN MODO DE ENSAYO NO SE GRABA NADA.
013054******************************************************************
013055 2760-GRABAR-HISTUSO.
013057     IF WS-CC-ENSAYO-SI
013058         GO TO 2760-EXIT
013059     END-IF.
013060     MOVE SPACES TO HUS-REGISTRO.
013061     MOVE WS-CORRIDA-ACTUAL TO HUS-CORRIDA.
013062     MOVE WS-FECHA-CORRIDA TO HUS-FECHA.
013063     MOVE WS-NUM-REGISTRO TO HUS-NUM-REGISTRO.
013064     MOVE ENT-DEPTO TO HUS-DEPTO.
013065     MOVE ENT-SOLICITUD TO HUS-SOLICITUD.
013066     MOVE ENT-DIVIDENDO TO HUS-DIVIDENDO.
013067     MOVE WS-HUS-ORIGEN TO HUS-ORIGEN.
013068     MOVE WS-RSP-RESULT TO HUS-RESULTADO.
013069     IF HUS-RECHAZO
013070         MOVE WS-RCH-MOTIVO TO HUS-MOTIVO
013071     END-IF.
013072     WRITE HUS-REGISTRO.
013073 2760-EXIT.
013074     EXIT.

013075******************************************************************
013076*    2770-CERRAR-PENDIENTE
013077*    LA SOLICITUD ACTUAL ACABA DE RECIBIR RESPUESTA: SI TENIA UN
013078*    RECHAZO PENDIENTE (ABIERTO O YA CORREGIDO POR cargaLotes),
013079*    SE CIERRA CON LA FECHA Y LA CORRIDA DE ESTA RESPUESTA.
013080******************************************************************
013081 2770-CERRAR-PENDIENTE.
013082     MOVE ENT-DEPTO TO PEN-DEPTO.
013083     MOVE ENT-SOLICITUD TO PEN-SOLICITUD.
013084     READ PENDRECH-ARCH
013085         INVALID KEY
013086             GO TO 2770-EXIT
013087     END-READ.
013088     IF PEN-CERRADO
013089         GO TO 2770-EXIT
013090     END-IF.
013091     SET PEN-CERRADO TO TRUE.
013092     MOVE WS-FECHA-CORRIDA TO PEN-FECHA-CIERRE.
013093     MOVE WS-CORRIDA-ACTUAL TO PEN-CORRIDA-CIERRE.
013094     REWRITE PEN-REGISTRO
013095         INVALID KEY
013096             DISPLAY "ESPRIMO: NO SE PUDO CERRAR PENDIENTE "
013097                 PEN-CLAVE ", STATUS = " WS-STATUS-PENDRECH
013098     END-REWRITE.
013099 2770-EXIT.
013100     EXIT.

013101******************************************************************
013102*    2780-REGISTRAR-PENDIENTE
013104*    DEJA EL PEDIDO RECHAZADO ACTUAL EN LOS RECHAZOS PENDIENTES.
013105*    SI LA SOLICITUD YA ESTABA PENDIENTE (UNA CORRECCION QUE
013106*    VOLVIO A RECHAZARSE, O UN REINICIO QUE REPITE EL REGISTRO)
013107*    SE ACTUALIZAN EL MOTIVO Y LA CORRIDA Y SE REABRE, PERO SE
013108*    CONSERVAN EL VALOR Y LA FECHA DEL PRIMER RECHAZO, DE LA QUE
013109*    SE CUENTA LA ANTIGUEDAD. UNA SOLICITUD YA CERRADA QUE VUELVE
013110*    A RECHAZARSE EMPIEZA UN PENDIENTE NUEVO.
013111******************************************************************
013112 2780-REGISTRAR-PENDIENTE.
013113     IF WS-CC-ENSAYO-SI
013114         GO TO 2780-EXIT
013115     END-IF.
013116     MOVE ENT-DEPTO TO PEN-DEPTO.
013117     MOVE ENT-SOLICITUD TO PEN-SOLICITUD.
013118     SET WS-PEN-EXISTE TO TRUE.
013119     READ PENDRECH-ARCH
013120         INVALID KEY
013121             SET WS-PEN-NUEVO TO TRUE
013122     END-READ.
013123     IF WS-PEN-NUEVO OR PEN-CERRADO
013124         MOVE ENT-DIVIDENDO TO PEN-VALOR
013125         MOVE WS-FECHA-CORRIDA TO PEN-FECHA
013126         MOVE ZERO TO PEN-FECHA-CORREC
013127         MOVE SPACES TO PEN-VALOR-CORREC
013128         MOVE ZERO TO PEN-FECHA-CIERRE
013129         MOVE ZERO TO PEN-CORRIDA-CIERRE
013130     END-IF.
013131     MOVE WS-RCH-MOTIVO TO PEN-MOTIVO.
013132     MOVE "P" TO PEN-ETAPA.
013133     MOVE WS-CORRIDA-ACTUAL TO PEN-CORRIDA.
013134     SET PEN-ABIERTO TO TRUE.
013135     IF WS-PEN-NUEVO
013136         WRITE PEN-REGISTRO
013137             INVALID KEY
013138                 DISPLAY "ESPRIMO: NO SE PUDO GRABAR PENDIENTE "
013139                     PEN-CLAVE ", STATUS = " WS-STATUS-PENDRECH
013140         END-WRITE
013141     ELSE
013142         REWRITE PEN-REGISTRO
013143             INVALID KEY
013144                 DISPLAY "ESPRIMO: NO SE PUDO GRABAR PENDIENTE "
013145                     PEN-CLAVE ", STATUS = " WS-STATUS-PENDRECH
013146         END-REWRITE
013147     END-IF.
013148 2780-EXIT.
013150     EXIT.

013151******************************************************************
013638     ELSE
013640         MOVE WS-CC-DIVISOR-INICIAL TO MST-DIVISOR-INICIAL
013642     END-IF.
013643     MOVE MST-REGISTRO TO WS-MST-NUEVO.
013645     WRITE MST-REGISTRO
013646         INVALID KEY
013647             PERFORM 2910-REGRABAR-MAESTRO THRU 2910-EXIT
013648             GO TO 2900-EXIT
013649     END-WRITE.
013650     MOVE "M" TO WS-GDI-ARCHIVO.
013651     MOVE "A" TO WS-GDI-OPERACION.
013652     MOVE SPACES TO WS-GDI-ANTES.
013653     MOVE WS-MST-NUEVO TO WS-GDI-DESPUES.
013654     PERFORM 2990-GRABAR-DIARIO THRU 2990-EXIT.
013655 2900-EXIT.
013656     EXIT.

013657******************************************************************
013658*    2910-REGRABAR-MAESTRO
013659*    EL DIVIDENDO YA ESTABA EN EL MAESTRO: LEE LO GRABADO PARA EL
013660*    DIARIO Y LO REESCRIBE CON EL REGISTRO NUEVO, SALVO QUE SEA
013661*    IDENTICO (UN REINICIO QUE REPROCESA UN PEDIDO YA GRABADO).
013662******************************************************************
013663 2910-REGRABAR-MAESTRO.
013664     READ MAESTRO-ARCH
013665         INVALID KEY
013666             GO TO 2910-EXIT
013667     END-READ.
013668     IF MST-REGISTRO = WS-MST-NUEVO
013669         GO TO 2910-EXIT
013670     END-IF.
013671     MOVE MST-REGISTRO TO WS-GDI-ANTES.
013672     MOVE WS-MST-NUEVO TO MST-REGISTRO.
013673     REWRITE MST-REGISTRO
013674         INVALID KEY
013675             GO TO 2910-EXIT
013676     END-REWRITE.
013677     MOVE "M" TO WS-GDI-ARCHIVO.
013678     MOVE "C" TO WS-GDI-OPERACION.
013679     MOVE WS-MST-NUEVO TO WS-GDI-DESPUES.
013680     PERFORM 2990-GRABAR-DIARIO THRU 2990-EXIT.
013681 2910-EXIT.
013682     EXIT.

013683******************************************************************
013684*    2950-GRABAR-FACTORES
013685*    GRABA EN EL ARCHIVO DE FACTORIZACIONES LA LISTA QUE ACABA
013686*    DE DEVOLVER clasifDiv PARA EL DIVIDENDO ACTUAL: REGISTRO
013687*    DE CONTROL EN LA SECUENCIA CERO Y UN REGISTRO POR FACTOR.
013689*    SI EL DIVIDENDO YA TENIA UNA LISTA MAS LARGA (CORRIDA
013690*    ANTERIOR CON OTRO DIVISOR), LA COLA VIEJA SE BORRA PARA
013691*    QUE NO QUEDEN FACTORES HUERFANOS.
013692******************************************************************
013693 2950-GRABAR-FACTORES.
013694     IF WS-CC-ENSAYO-SI
013695         GO TO 2950-EXIT
013696     END-IF.
013697     MOVE ZERO TO WS-FAC-VIEJOS.
013698     MOVE dividendo TO FAC-DIVIDENDO.
013699     MOVE ZERO TO FAC-SECUENCIA.
013700     READ FACTORES-ARCH
013701         INVALID KEY
013702             CONTINUE
013703         NOT INVALID KEY
013704             IF FAC-FACTOR NUMERIC
013705                 MOVE FAC-FACTOR TO WS-FAC-VIEJOS
013706             END-IF
013707     END-READ.
013708     COMPUTE WS-IDX-FAC = WS-CLD-CONT-FACTORES + 1.
013709     PERFORM 2960-BORRAR-FACTOR THRU 2960-EXIT
013710         UNTIL WS-IDX-FAC > WS-FAC-VIEJOS.
013711     MOVE dividendo TO FAC-DIVIDENDO.
013712     MOVE ZERO TO FAC-SECUENCIA.
013713     MOVE WS-CLD-CONT-FACTORES TO FAC-FACTOR.
013714     MOVE WS-CLD-SW-TRUNCADO TO FAC-TRUNCADO.
013715     PERFORM 2955-GRABAR-REG-FACTOR THRU 2955-EXIT.
013716     PERFORM 2970-GRABAR-FACTOR THRU 2970-EXIT
013717         VARYING WS-IDX-FAC FROM 1 BY 1
013718             UNTIL WS-IDX-FAC > WS-CLD-CONT-FACTORES.
013719 2950-EXIT.
013720     EXIT.

013721 2955-GRABAR-REG-FACTOR.
013722     MOVE FAC-REGISTRO TO WS-FAC-NUEVO.
013723     WRITE FAC-REGISTRO
013724         INVALID KEY
013725             PERFORM 2957-REGRABAR-FACTOR THRU 2957-EXIT
013726             GO TO 2955-EXIT
013727     END-WRITE.
013728     MOVE "F" TO WS-GDI-ARCHIVO.
013729     MOVE "A" TO WS-GDI-OPERACION.
013730     MOVE SPACES TO WS-GDI-ANTES.
013732     MOVE WS-FAC-NUEVO TO WS-GDI-DESPUES.
013733     PERFORM 2990-GRABAR-DIARIO THRU 2990-EXIT.
013734 2955-EXIT.
013735     EXIT.

013736 2957-REGRABAR-FACTOR.
013737     READ FACTORES-ARCH
013738         INVALID KEY
013739             GO TO 2957-EXIT
013740     END-READ.
013741     IF FAC-REGISTRO = WS-FAC-NUEVO
013742         GO TO 2957-EXIT
013743     END-IF.
013744     MOVE FAC-REGISTRO TO WS-GDI-ANTES.
013745     MOVE WS-FAC-NUEVO TO FAC-REGISTRO.
013746     REWRITE FAC-REGISTRO
013747         INVALID KEY
013748             GO TO 2957-EXIT
013749     END-REWRITE.
013750     MOVE "F" TO WS-GDI-ARCHIVO.
013751     MOVE "C" TO WS-GDI-OPERACION.
013752     MOVE WS-FAC-NUEVO TO WS-GDI-DESPUES.
013753     PERFORM 2990-GRABAR-DIARIO THRU 2990-EXIT.
013754 2957-EXIT.
013755     EXIT.

013756 2960-BORRAR-FACTOR.
013757     MOVE dividendo TO FAC-DIVIDENDO.
013758     MOVE WS-IDX-FAC TO FAC-SECUENCIA.
013759     READ FACTORES-ARCH
013760         INVALID KEY
013761             CONTINUE
013762         NOT INVALID KEY
013763             MOVE FAC-REGISTRO TO WS-GDI-ANTES
013764             DELETE FACTORES-ARCH RECORD
013765                 INVALID KEY
013766                     CONTINUE
013767                 NOT INVALID KEY
013768                     MOVE "F" TO WS-GDI-ARCHIVO
013769                     MOVE "B" TO WS-GDI-OPERACION
013770                     MOVE SPACES TO WS-GDI-DESPUES
013771                     PERFORM 2990-GRABAR-DIARIO THRU 2990-EXIT
013772             END-DELETE
013773     END-READ.
013775     ADD 1 TO WS-IDX-FAC.
013776 2960-EXIT.
013777     EXIT.
013816     EXIT.

013817******************************************************************
013818*    2990-GRABAR-DIARIO
013819*    ASIENTA EN EL DIARIO DE CAMBIOS, POR MEDIO DE grabDiario,
013820*    EL CAMBIO QUE DEJO PREPARADO EL LLAMADOR (ARCHIVO,
013821*    OPERACION E IMAGENES) CON LA CORRIDA EN CURSO. SI EL
013822*    ASIENTO NO SE PUEDE GRABAR LA CORRIDA TERMINA: SEGUIR
013823*    CAMBIANDO EL MAESTRO SIN DIARIO DEJARIA UN HUECO
013824*    IRRECUPERABLE.
013825******************************************************************
013826 2990-GRABAR-DIARIO.
013827     MOVE "G" TO WS-GDI-FUNCION.
013828     MOVE WS-CORRIDA-ACTUAL TO WS-GDI-CORRIDA.
013829     CALL "grabDiario" USING WS-GDI-PARAMETROS.
013830     IF WS-GDI-RETORNO NOT = "00"
013831         DISPLAY "ESPRIMO: ERROR AL GRABAR DIARIO, STATUS = "
013832             WS-GDI-RETORNO
013833         PERFORM 9800-ABORTAR THRU 9800-EXIT
013834     END-IF.
013835 2990-EXIT.
013836     EXIT.

013837******************************************************************
013838*    3000-PROCESAR-RANGO
013839*    RECORRE TODOS LOS VALORES ENTEROS ENTRE WS-CC-RANGO-DESDE
013840*    Y WS-CC-RANGO-HASTA, CLASIFICANDO CADA UNO, PARA EL MODO
013841*    DE RANGO DE LA TARJETA DE CONTROL.
013842******************************************************************
013843 3000-PROCESAR-RANGO.
013844     MOVE ZERO TO WS-RC-CONT-SEG.
013845     PERFORM 3100-PROCESAR-UN-VALOR THRU 3100-EXIT
013846         VARYING WS-RANGO-ACTUAL FROM WS-RC-DESDE-EFECTIVO BY 1
013847             UNTIL WS-RANGO-ACTUAL > WS-CC-RANGO-HASTA.
013848 3000-EXIT.
013849     EXIT.

013850******************************************************************
013860*    3100-PROCESAR-UN-VALOR
015560         ADD 1 TO WS-CONT-RECHAZOS
015570     ELSE
015580         MOVE WS-CRB-VALOR TO dividendo
015581         COMPUTE WS-CRB-I = WS-CRB-VALOR - WS-CRB-SEG-DESDE + 1
015582         IF WS-SEG-MARCA(WS-CRB-I) = "P"
015583             SET WS-DIVIDENDO-PRIMO TO TRUE
015584             ADD 1 TO WS-CONT-PRIMOS
015585             MOVE dividendo TO WS-DETR-PRIMO
015586             MOVE WS-DETALLE-RANGO TO WS-LINEA-REP
015587             PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT
015588             PERFORM 3300-ACUMULAR-ESTADISTICA THRU 3300-EXIT
015589         ELSE
015590             SET WS-DIVIDENDO-COMPUESTO TO TRUE
015591             ADD 1 TO WS-CONT-COMPUESTOS
015592         END-IF
015593         PERFORM 2900-ACTUALIZAR-MAESTRO THRU 2900-EXIT
015594     END-IF.
015595 3700-EXIT.
015596     EXIT.

015597******************************************************************
015598*    1500-INICIAR-PREGUNTAS
015599*    APERTURAS DEL MODO "V". EL MODO NO ABRE MAESTRO NI FACTORES:
015600*    LOS CONSULTA primoVecino POR SU CUENTA, SOLO PARA LECTURA, Y
015601*    AQUI NO SE GRABA NADA EN ELLOS. TAMPOCO HAY PUNTO DE
015602*    CONTROL: UNA CORRIDA INTERRUMPIDA SE VUELVE A CORRER ENTERA.
015603*    EL ARCHIVO DE PREGUNTAS ES OBLIGATORIO: SIN EL NO HAY NADA
015604*    QUE RESPONDER Y LA CORRIDA SE ABORTA.
015605******************************************************************
015606 1500-INICIAR-PREGUNTAS.
015607     SET WS-SIN-MAESTRO TO TRUE.
015608     SET WS-SIN-FACTORES TO TRUE.
015609     PERFORM 1150-ABRIR-REPORTE THRU 1150-EXIT.
015610     PERFORM 1510-ABRIR-RESPVEC THRU 1510-EXIT.
015611     OPEN INPUT PREGUNTA-ARCH.
015612     IF WS-STATUS-PREGUNTA NOT = "00"
015613         DISPLAY "ESPRIMO: ERROR AL ABRIR PREGUNTAS, STATUS = "
015614             WS-STATUS-PREGUNTA
015615         PERFORM 9800-ABORTAR THRU 9800-EXIT
015616     END-IF.
015617     PERFORM 4100-LEER-PREGUNTA THRU 4100-EXIT.
015618 1500-EXIT.
015619     EXIT.

015620******************************************************************
015621*    1510-ABRIR-RESPVEC
015622*    ABRE EL ARCHIVO DE RESPUESTA DEL MODO "V" COMO ARCHIVO
015623*    NUEVO, CON EL MISMO CRITERIO QUE 1186-ABRIR-RESPUESTA: EN
015624*    ENSAYO NO SE ABRE Y UN ERROR DE APERTURA ES FATAL.
015625******************************************************************
015626 1510-ABRIR-RESPVEC.
015627     IF WS-CC-ENSAYO-SI
015628         GO TO 1510-EXIT
015629     END-IF.
015630     OPEN OUTPUT RESPVEC-ARCH.
015631     IF WS-STATUS-RESPVEC NOT = "00"
015632         DISPLAY "ESPRIMO: ERROR AL ABRIR RESPVEC, STATUS = "
015633             WS-STATUS-RESPVEC
015635         PERFORM 9800-ABORTAR THRU 9800-EXIT
015636     END-IF.
015637 1510-EXIT.
015638     EXIT.

015639******************************************************************
015640*    4000-PROCESAR-PREGUNTA
015641*    ATIENDE LA PREGUNTA ACTUAL DEL MODO "V": LA VALIDA, LA
015642*    RESPONDE (O LA DEJA EN EL REPORTE COMO RECHAZADA) Y LEE LA
015643*    SIGUIENTE.
015644******************************************************************
015645 4000-PROCESAR-PREGUNTA.
015646     ADD 1 TO WS-CONT-LEIDOS.
015647     PERFORM 4200-VALIDAR-PREGUNTA THRU 4200-EXIT.
015648     IF WS-PRG-MOTIVO = SPACES
015649         PERFORM 4300-RESPONDER THRU 4300-EXIT
015650     ELSE
015651         ADD 1 TO WS-CONT-RECHAZOS
015652         MOVE PRG-DIVIDENDO TO WS-DETV-DIVIDENDO
015653         MOVE PRG-DIRECCION TO WS-DETV-DIRECCION
015654         MOVE ZERO TO WS-DETV-PRIMO
015655         MOVE SPACES TO WS-DETV-ORIGEN
015656         STRING "RECHAZADA " WS-PRG-MOTIVO
015657             DELIMITED BY SIZE INTO WS-DETV-ORIGEN
015658         MOVE PRG-DEPTO TO WS-DETV-DEPTO
015659         MOVE PRG-SOLICITUD TO WS-DETV-SOLICITUD
015660         MOVE WS-DETALLE-VECINO TO WS-LINEA-REP
015661         PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT
015662     END-IF.
015663     PERFORM 4100-LEER-PREGUNTA THRU 4100-EXIT.
015664 4000-EXIT.
015665     EXIT.

015666 4100-LEER-PREGUNTA.
015667     READ PREGUNTA-ARCH
015668         AT END
015669             SET WS-FIN-PREGUNTA TO TRUE
015670     END-READ.
015671 4100-EXIT.
015672     EXIT.

015673******************************************************************
015674*    4200-VALIDAR-PREGUNTA
015675*    DEJA EN WS-PRG-MOTIVO EL MOTIVO DEL RECHAZO, O BLANCOS SI LA
015676*    PREGUNTA ES VALIDA. A DIFERENCIA DE LA ENTRADA NORMAL, CERO
015677*    Y UNO SE ACEPTAN: SU PRIMO SIGUIENTE ES EL 2 Y NO TIENEN
015678*    ANTERIOR, LO QUE SE INFORMA COMO "SIN PRIMO".
015679******************************************************************
015680 4200-VALIDAR-PREGUNTA.
015681     MOVE SPACES TO WS-PRG-MOTIVO.
015682     IF PRG-DIVIDENDO NOT NUMERIC
015683         MOVE "NO NUMERICO" TO WS-PRG-MOTIVO
015684         GO TO 4200-EXIT
015685     END-IF.
015686     IF PRG-DEPTO = SPACES
015687         MOVE "SIN DEPTO" TO WS-PRG-MOTIVO
015688         GO TO 4200-EXIT
015690     END-IF.
015691     IF PRG-SOLICITUD NOT NUMERIC
015692         MOVE "SOLICITUD MALA" TO WS-PRG-MOTIVO
015693         GO TO 4200-EXIT
015694     END-IF.
015695     IF NOT PRG-SIGUIENTE AND NOT PRG-ANTERIOR
015696         MOVE "DIRECCION MALA" TO WS-PRG-MOTIVO
015697     END-IF.
015698 4200-EXIT.
015699     EXIT.

015700******************************************************************
015701*    4300-RESPONDER
015702*    PIDE EL PRIMO VECINO A primoVecino, LO INFORMA EN EL REPORTE
015703*    Y GRABA EN RESPVEC LA RESPUESTA DEL SOLICITANTE: "P" CON EL
015704*    PRIMO Y SU ORIGEN, O "S" SI NO HAY PRIMO EN ESA DIRECCION.
015705*    UN RETORNO DISTINTO (EL MAESTRO NO SE PUDO ABRIR POR OTRA
015706*    CAUSA QUE NO EXISTIR) ES FATAL, IGUAL QUE EN LAS APERTURAS
015707*    PROPIAS.
015708******************************************************************
015709 4300-RESPONDER.
015710     MOVE "B" TO WS-PVC-FUNCION.
015711     MOVE PRG-DIVIDENDO-NUM TO WS-PVC-DIVIDENDO.
015712     MOVE PRG-DIRECCION TO WS-PVC-DIRECCION.
015713     CALL "primoVecino" USING WS-PVC-PARAMETROS.
015714     MOVE PRG-DIVIDENDO-NUM TO WS-DETV-DIVIDENDO-ED.
015715     IF PRG-SIGUIENTE
015716         MOVE "SIGUIENTE" TO WS-DETV-DIRECCION
015717     ELSE
015718         MOVE "ANTERIOR" TO WS-DETV-DIRECCION
015719     END-IF.
015720     MOVE PRG-DEPTO TO WS-DETV-DEPTO.
015721     MOVE PRG-SOLICITUD TO WS-DETV-SOLICITUD.
015722     MOVE SPACES TO RVC-REGISTRO.
015723     EVALUATE WS-PVC-RETORNO
015724         WHEN "00"
015725             ADD 1 TO WS-CONT-PRIMOS
015726             MOVE WS-PVC-PRIMO TO WS-DETV-PRIMO
015727             MOVE WS-PVC-PRIMO TO RVC-PRIMO
015728             MOVE WS-PVC-ORIGEN TO RVC-ORIGEN
015729             MOVE "P" TO RVC-RESULTADO
015730             IF WS-PVC-DE-MAESTRO
015731                 ADD 1 TO WS-CONT-DESDE-MAESTRO
015732                 MOVE "MAESTRO" TO WS-DETV-ORIGEN
015733             ELSE
015734                 ADD 1 TO WS-CONT-CALCULADOS
015735                 MOVE "CALCULADO" TO WS-DETV-ORIGEN
015736             END-IF
015737         WHEN "10"
015738             ADD 1 TO WS-CONT-SIN-PRIMO
015739             MOVE ZERO TO WS-DETV-PRIMO
015740             MOVE ZERO TO RVC-PRIMO
015741             MOVE "S" TO RVC-RESULTADO
015742             MOVE "SIN PRIMO" TO WS-DETV-ORIGEN
015743         WHEN OTHER
015745             DISPLAY "ESPRIMO: ERROR EN primoVecino, RETORNO = "
015746                 WS-PVC-RETORNO
015747             PERFORM 9800-ABORTAR THRU 9800-EXIT
015748     END-EVALUATE.
015749     MOVE WS-DETALLE-VECINO TO WS-LINEA-REP.
015750     PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT.
015751     IF WS-CC-ENSAYO-SI
015752         GO TO 4300-EXIT
015753     END-IF.
015754     MOVE PRG-DEPTO TO RVC-DEPTO.
015755     MOVE PRG-SOLICITUD TO RVC-SOLICITUD.
015756     MOVE PRG-DIVIDENDO-NUM TO RVC-DIVIDENDO.
015757     MOVE PRG-DIRECCION TO RVC-DIRECCION.
015758     WRITE RVC-REGISTRO.
015759 4300-EXIT.
015760     EXIT.

015761******************************************************************
015762*    4800-TOTALES-PREGUNTAS
015763*    LINEAS DE TOTALES DEL MODO "V" AL FINAL DEL REPORTE.
015764******************************************************************
015765 4800-TOTALES-PREGUNTAS.
015766     MOVE 2 TO WS-LINEAS-NECESARIAS.
015767     PERFORM 9180-ASEGURAR-ESPACIO-REP THRU 9180-EXIT.
015768     MOVE WS-CONT-LEIDOS TO WS-TRLV-LEIDAS.
015769     MOVE WS-CONT-PRIMOS TO WS-TRLV-RESPONDIDAS.
015770     MOVE WS-CONT-SIN-PRIMO TO WS-TRLV-SIN-PRIMO.
015771     MOVE WS-CONT-RECHAZOS TO WS-TRLV-RECHAZADAS.
015772     MOVE WS-TRAILER-V TO WS-LINEA-REP.
015773     PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT.
015774     MOVE WS-CONT-DESDE-MAESTRO TO WS-TRLV-DESDE-MAESTRO.
015775     MOVE WS-CONT-CALCULADOS TO WS-TRLV-CALCULADAS.
015776     MOVE WS-TRAILER-2V TO WS-LINEA-REP.
015777     PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT.
015778 4800-EXIT.
015779     EXIT.

015780******************************************************************
015781*    4900-CERRAR-PREGUNTAS
015782*    CIERRES DEL MODO "V", INCLUIDO EL DEL MAESTRO QUE TIENE
015783*    ABIERTO primoVecino.
015784******************************************************************
015785 4900-CERRAR-PREGUNTAS.
015786     CLOSE PREGUNTA-ARCH.
015787     IF WS-CC-ENSAYO-NO
015788         CLOSE RESPVEC-ARCH
015789     END-IF.
015790     MOVE "C" TO WS-PVC-FUNCION.
015791     CALL "primoVecino" USING WS-PVC-PARAMETROS.
015792 4900-EXIT.
015793     EXIT.

015794******************************************************************
015795*    9000-ESCRIBIR-TOTALES
015796*    ESCRIBE LA LINEA DE TOTALES DE CONTROL AL FINAL DEL
015797*    REPORTE PARA CUADRE CONTRA EL VOLUMEN DE ENTRADA.
015798******************************************************************
015800 9000-ESCRIBIR-TOTALES.
015801     IF WS-CC-MODO-VECINO
015803         PERFORM 4800-TOTALES-PREGUNTAS THRU 4800-EXIT
015805         SET WS-TOTALES-ESCRITOS TO TRUE
015806         GO TO 9000-EXIT
015808     END-IF.
015810     IF WS-CC-MODO-EN-RANGO
015820         PERFORM 9300-ESCRIBIR-ESTADISTICA THRU 9300-EXIT
015830         MOVE 1 TO WS-LINEAS-NECESARIAS
016115     MOVE WS-DEP-COMPUESTOS(WS-IDX-DEPTO) TO WS-DPT-COMPUESTOS.
016116     MOVE WS-DEP-RECHAZOS(WS-IDX-DEPTO) TO WS-DPT-RECHAZOS.
016117     MOVE WS-DEP-DUPLICADOS(WS-IDX-DEPTO) TO WS-DPT-DUPLICADOS.
016118     MOVE WS-DEP-NOMBRE(WS-IDX-DEPTO) TO WS-DPT-NOMBRE.
016119     MOVE WS-DEP-TOTAL TO WS-LINEA-REP.
016120     PERFORM 9100-ESCRIBIR-REP THRU 9100-EXIT.
016121 9060-EXIT.
016122     EXIT.

016123******************************************************************
016124*    9100-ESCRIBIR-REP
016126*    ESCRIBE EN EL REPORTE LA LINEA PREPARADA EN WS-LINEA-REP,
016130*    ABRIENDO UNA PAGINA NUEVA (TITULO, FECHA, NUMERO DE PAGINA Y
016140*    ENCABEZADOS DE COLUMNA) CUANDO LA ACTUAL SE LLENO. TODA
016340     IF WS-CC-MODO-EN-RANGO
016350         MOVE WS-ENCABEZADO-1R TO WS-ENCP-TITULO
016360     ELSE
016363         IF WS-CC-MODO-VECINO
016366             MOVE WS-ENCABEZADO-1V TO WS-ENCP-TITULO
016369         ELSE
016372             MOVE WS-ENCABEZADO-1 TO WS-ENCP-TITULO
016375         END-IF
016380     END-IF.
016390     MOVE WS-FECHA-CORRIDA TO WS-ENCP-FECHA.
016400     MOVE WS-PAGINA-REP TO WS-ENCP-PAGINA.
016440         WRITE REP-LINEA FROM WS-ENCABEZADO-2R
016450         MOVE 3 TO WS-LINEA-ACTUAL-REP
016460     ELSE
016463         IF WS-CC-MODO-VECINO
016466             WRITE REP-LINEA FROM WS-ENCABEZADO-2V
016469         ELSE
016472             WRITE REP-LINEA FROM WS-ENCABEZADO-2
016475         END-IF
016480         MOVE 2 TO WS-LINEA-ACTUAL-REP
016490     END-IF.
016492     IF WS-CC-ENSAYO-SI
018180*    QUE HAYA PUESTO EL LLAMADOR. SI LA BITACORA NO SE PUEDE
018190*    ABRIR, SE AVISA POR CONSOLA Y SE SIGUE ADELANTE: LA BITACORA
018200*    NO DEBE TUMBAR UNA CORRIDA QUE YA TERMINO SU TRABAJO.
018202*    LA CORRIDA REGISTRADA EN LA CADENA LLEVA COMO FECHA LA DE
018204*    NEGOCIO DE LA CADENA Y NO LA DEL SISTEMA: ASI LA VIGILANCIA
018206*    DE ESA FECHA LA ENCUENTRA AUNQUE SE REANUDE O PASE LA
018208*    MEDIANOCHE.
018210******************************************************************
018220 9700-GRABAR-BITACORA.
018230     OPEN EXTEND BITACORA-ARCH.
018280         DISPLAY "ESPRIMO: NO SE PUDO ABRIR BITACORA, STATUS = "
018290             WS-STATUS-BITACORA
018300     ELSE
018302         ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
018305         IF WS-EN-CADENA
018308             MOVE WS-RCD-FECHA TO WS-BIT-FECHA
018311         ELSE
018314             MOVE WS-FECHA-SISTEMA TO WS-BIT-FECHA
018317         END-IF
018320         ACCEPT WS-HORA-ACTUAL FROM TIME
018330         MOVE WS-HORA-HHMMSS TO WS-BIT-HORA
018340         MOVE WS-CC-MODO TO WS-BIT-MODO
018430         MOVE WS-CONT-DUPLICADOS TO WS-BIT-DUPLICADOS
018432         MOVE WS-CC-ENSAYO TO WS-BIT-ENSAYO
018434         MOVE WS-CORRIDA-ACTUAL TO WS-BIT-CORRIDA
018437         PERFORM 9750-CALCULAR-DURACION THRU 9750-EXIT
018440         WRITE BIT-REGISTRO FROM WS-BITACORA-REG
018450         CLOSE BITACORA-ARCH
018460     END-IF.
018480     EXIT.

018490******************************************************************
018491*    9750-CALCULAR-DURACION
018492*    MINUTOS TRANSCURRIDOS ENTRE EL INICIO DE LA CORRIDA Y LA
018494*    HORA QUE SE ACABA DE TOMAR PARA LA BITACORA, REDONDEADOS
018495*    HACIA ARRIBA. SI LA FECHA CAMBIO EN EL MEDIO SE SUMA UN DIA
018497*    (LA VENTANA NOCTURNA NO DURA MAS DE UNO). EL CAMPO ADMITE
018498*    HASTA 999 MINUTOS; UNA CORRIDA MAS LARGA QUEDA EN 999.
018500******************************************************************
018501 9750-CALCULAR-DURACION.
018502     COMPUTE WS-SEG-INICIO = WS-INI-HH * 3600
018504         + WS-INI-MM * 60 + WS-INI-SS.
018505     COMPUTE WS-SEG-FIN = WS-HOR-HH * 3600
018507         + WS-HOR-MM * 60 + WS-HOR-SS.
018508     IF WS-FECHA-SISTEMA > WS-INICIO-FECHA
018510         ADD 86400 TO WS-SEG-FIN
018511     END-IF.
018512     IF WS-SEG-FIN < WS-SEG-INICIO
018514         MOVE ZERO TO WS-BIT-DURACION
018515         GO TO 9750-EXIT
018517     END-IF.
018518     COMPUTE WS-SEG-DURACION =
018520         (WS-SEG-FIN - WS-SEG-INICIO + 59) / 60.
018521     IF WS-SEG-DURACION > 999
018522         MOVE 999 TO WS-BIT-DURACION
018524     ELSE
018525         MOVE WS-SEG-DURACION TO WS-BIT-DURACION
018527     END-IF.
018528 9750-EXIT.
018530     EXIT.

018531******************************************************************
018532*    9800-ABORTAR
018534*    TERMINACION ANORMAL: DEJA CONSTANCIA EN LA BITACORA DE QUE
018535*    ESTA CORRIDA NO TERMINO BIEN (EL MOTIVO YA FUE MOSTRADO POR
018537*    CONSOLA EN EL PUNTO DEL ERROR) Y PARA EL PROGRAMA CON
018538*    RETURN-CODE 16, QUE TAMBIEN QUEDA EN LA CADENA DIARIA.
018540******************************************************************
018550 9800-ABORTAR.
018560     SET WS-TERMINO-ANORMAL TO TRUE.
018563     MOVE "C" TO WS-GDI-FUNCION.
018566     CALL "grabDiario" USING WS-GDI-PARAMETROS.
018568     MOVE 16 TO RETURN-CODE.
018570     PERFORM 9700-GRABAR-BITACORA THRU 9700-EXIT.
018575     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
018580     STOP RUN.
018590 9800-EXIT.
018591     EXIT.

018592******************************************************************
018593*    9900-REGISTRAR-FIN
018595*    REGISTRA EN LA CADENA EL FIN DEL PASO CON SU RETURN-CODE
018596*    Y LA CORRIDA ASIGNADA. SI EL PASO NO SE REGISTRO (OTRO
018597*    MODO, ENSAYO) regCadena NO HACE NADA.
018599*    LA LLAMADA DEJA EL RETURN-CODE EN CERO, ASI QUE SE REPONE
018600*    AL VOLVER.
018601******************************************************************
018603 9900-REGISTRAR-FIN.
018604     MOVE RETURN-CODE TO WS-RCD-CODIGO.
018605     MOVE WS-CORRIDA-ACTUAL TO WS-RCD-CORRIDA.
018606     MOVE "F" TO WS-RCD-FUNCION.
018608     CALL "regCadena" USING WS-RCD-PARAMETROS.
018609     IF WS-RCD-RETORNO NOT = "00"
018610         DISPLAY "ESPRIMO: NO SE REGISTRO EL FIN EN CADENA, "
018612             "STATUS = " WS-RCD-RETORNO
018613     END-IF.
018614     MOVE WS-RCD-CODIGO TO RETURN-CODE.
018616 9900-EXIT.
018617     EXIT.

018618******************************************************************
018620*    9999-FINALIZAR
018630*    CIERRA LOS ARCHIVOS ABIERTOS SEGUN EL MODO DE CORRIDA,
018640*    DEJA EL REGISTRO DE TERMINACION NORMAL EN LA BITACORA DE
018680     IF NOT WS-TOTALES-ESCRITOS
018690         PERFORM 9000-ESCRIBIR-TOTALES THRU 9000-EXIT
018700     END-IF.
018703     IF WS-CC-MODO-VECINO
018706         PERFORM 4900-CERRAR-PREGUNTAS THRU 4900-EXIT
018709     ELSE
018712         IF NOT WS-CC-MODO-EN-RANGO
018715             PERFORM 2850-GRABAR-CHECKPT THRU 2850-EXIT
018718             CLOSE ENTRADA-ARCH
018721             IF WS-CC-ENSAYO-NO
018724                 CLOSE CHECKPT-ARCH
018727             END-IF
018730             CLOSE RECHAZO-ARCH
018733             CLOSE DUPLICADO-ARCH
018736             IF WS-CC-ENSAYO-NO
018739                 CLOSE RESPUESTA-ARCH
018742                 CLOSE HISTUSO-ARCH
018745                 CLOSE PENDRECH-ARCH
018748             END-IF
018751             CLOSE DEPTOS-ARCH
018754         ELSE
018757             MOVE WS-CC-RANGO-HASTA TO WS-RC-ULT-VALOR
018760             PERFORM 2860-GRABAR-CKR THRU 2860-EXIT
018763             IF WS-CC-ENSAYO-NO
018766                 CLOSE CHECKPT-ARCH
018769             END-IF
018773         END-IF
018776     END-IF.
018780     CLOSE REPORTE-ARCH.
018793     IF NOT WS-SIN-FACTORES
018794         CLOSE FACTORES-ARCH
018795     END-IF.
018796     IF WS-CC-ENSAYO-NO
018797         MOVE "C" TO WS-GDI-FUNCION
018798         CALL "grabDiario" USING WS-GDI-PARAMETROS
018799     END-IF.
018800     SET WS-TERMINO-NORMAL TO TRUE.
018810     PERFORM 9700-GRABAR-BITACORA THRU 9700-EXIT.
018815     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
018820     STOP RUN.
018830 9999-EXIT.
018840     EXIT.
