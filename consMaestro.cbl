000150*             DEPURACION POR FECHA DE mantMaestro. CADA CAMBIO
000160*             MANUAL QUEDA ASENTADO EN LA BITACORA (MODO "M")
000170*             CON OPERADOR, ACCION, DIVIDENDO Y MOTIVO.
000171*             LAS CORRECCIONES Y ELIMINACIONES SON DE DOBLE
000172*             CONTROL: UN OPERADOR LAS PIDE (QUEDAN EN EL
000173*             ARCHIVO DE CAMBIOS PENDIENTES CAMBPEND) Y OTRO
000174*             LAS APRUEBA O RECHAZA; SOLO LA APROBACION TOCA EL
000175*             MAESTRO Y FACTORES.
000180* TECTONICS.  cobc -x consMaestro.cbl clasifDiv.cbl grabDiario.cbl
000185*             primoVecino.cbl
000190******************************************************************
000200* HISTORIAL DE MODIFICACIONES
000210* FECHA       INIC.  DESCRIPCION
000277* 02/09/2026  RAS    SE ALINEA EL REGISTRO DE BITACORA CON LA
000278*                    MARCA DE ENSAYO; LOS ASIENTOS MANUALES LA
000279*                    DEJAN EN "N".
000280* 15/10/2026  RAS    TODA ALTA, CORRECCION O ELIMINACION EN
000281*                    MAESTRO Y FACTORES SE ASIENTA EN EL DIARIO DE
000282*                    CAMBIOS POR MEDIO DE grabDiario, CON LA
000283*                    IMAGEN ANTERIOR Y LA POSTERIOR.
000284* 15/10/2026  RAS    NUEVA OPCION P (PRIMO CERCANO): DEVUELVE EL
000285*                    PRIMER PRIMO IGUAL O MAYOR, O EL ULTIMO
000286*                    PRIMO MENOR, QUE UN DIVIDENDO, POR MEDIO DE
000287*                    primoVecino, E INDICA SI SALIO DEL MAESTRO O
000288*                    FUE CALCULADO.
000289* 15/10/2026  RAS    DOBLE CONTROL DE LAS CORRECCIONES Y
000290*                    ELIMINACIONES: R Y E YA NO CAMBIAN EL
000291*                    MAESTRO, DEJAN UN PEDIDO EN CAMBPEND
000292*                    (OPERADOR, MOTIVO, REGISTRO ANTERIOR Y
000293*                    PROPUESTO). LA NUEVA OPCION A LISTA LOS
000294*                    PEDIDOS Y DEJA A OTRO OPERADOR APROBARLOS (SE
000295*                    APLICAN) O RECHAZARLOS.
000296*                    PEDIDO, APROBACION, RECHAZO Y VENCIMIENTO
000297*                    TIENEN CADA UNO SU ASIENTO EN LA BITACORA. UN
000298*                    PEDIDO QUE NADIE APRUEBA EN TRES DIAS
000299*                    VENCE.
000300******************************************************************
000301 IDENTIFICATION DIVISION.
000302 PROGRAM-ID. consMaestro.
000310 AUTHOR. R. ALVAREZ SOSA.
000320 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000330 DATE-WRITTEN. 02/09/2026.
000420         RECORD KEY IS MST-DIVIDENDO
000430         FILE STATUS IS WS-STATUS-MAESTRO.

000431     SELECT CAMBPEND-ARCH
000432         ASSIGN TO "CAMBPEND"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS CPD-DIVIDENDO
000436         FILE STATUS IS WS-STATUS-CAMBPEND.

000440     SELECT FACTORES-ARCH
000450         ASSIGN TO "FACTORES"
000460         ORGANIZATION IS INDEXED
000810     05  FAC-TRUNCADO                 PIC X(01).

000820******************************************************************
000821*    ARCHIVO DE CAMBIOS PENDIENTES DE APROBACION - UN REGISTRO
000822*    POR DIVIDENDO: NO PUEDE HABER DOS PEDIDOS ABIERTOS SOBRE EL
000823*    MISMO REGISTRO DEL MAESTRO. UN PEDIDO NUEVO SOBRE UN
000824*    DIVIDENDO CUYO PEDIDO ANTERIOR YA SE RESOLVIO LO REEMPLAZA
000825*    (LA HISTORIA QUEDA EN LA BITACORA). ESTADOS: P PENDIENTE,
000826*    A APROBADO, R RECHAZADO, V VENCIDO SIN APROBAR. CPD-ANTES ES
000827*    EL REGISTRO DEL MAESTRO AL PEDIR Y CPD-PROPUESTO EL QUE
000829*    QUEDARIA (EN BLANCO SI SE PIDE ELIMINAR). vigBitacora LO LEE
000830*    PARA AVISAR DE LOS VENCIDOS.
000831******************************************************************
000832 FD  CAMBPEND-ARCH
000833     RECORDING MODE IS F.
000834 01  CPD-REGISTRO.
000835     05  CPD-DIVIDENDO                PIC 9(12).
000836     05  CPD-ESTADO                   PIC X(01).
000838         88  CPD-PENDIENTE                 VALUE "P".
000839         88  CPD-APROBADO                  VALUE "A".
000840         88  CPD-RECHAZADO                 VALUE "R".
000841         88  CPD-VENCIDO                   VALUE "V".
000842     05  CPD-ACCION                   PIC X(01).
000843         88  CPD-CORRECCION                VALUE "C".
000844         88  CPD-ELIMINACION               VALUE "E".
000846     05  CPD-OPERADOR                 PIC X(08).
000847     05  CPD-MOTIVO                   PIC X(20).
000848     05  CPD-FECHA                    PIC 9(08).
000849     05  CPD-HORA                     PIC 9(06).
000850     05  CPD-FECHA-VENCE              PIC 9(08).
000851     05  CPD-ANTES.
000852         10  CPD-ANT-DIVIDENDO        PIC 9(12).
000853         10  CPD-ANT-RESULTADO        PIC X(01).
000855         10  CPD-ANT-FECHA            PIC 9(08).
000856         10  CPD-ANT-MODO-CORRIDA     PIC X(01).
000857         10  CPD-ANT-DIVISOR-INICIAL  PIC 9(12).
000858     05  CPD-PROPUESTO.
000859         10  CPD-PRO-DIVIDENDO        PIC 9(12).
000860         10  CPD-PRO-RESULTADO        PIC X(01).
000861         10  CPD-PRO-FECHA            PIC 9(08).
000863         10  CPD-PRO-MODO-CORRIDA     PIC X(01).
000864         10  CPD-PRO-DIVISOR-INICIAL  PIC 9(12).
000865     05  CPD-RESOLVIO                 PIC X(08).
000866     05  CPD-FECHA-RESOL              PIC 9(08).
000867     05  CPD-MOTIVO-RESOL             PIC X(20).
000868     05  FILLER                       PIC X(12).
000869******************************************************************
000870*    BITACORA - MISMO REGISTRO DE 120 POSICIONES QUE GRABA
000872*    ESPRIMO; AQUI SE AGREGAN LOS ASIENTOS DE CAMBIO MANUAL
000873*    (MODO "M") CON OPERADOR, ACCION Y MOTIVO. ACCIONES: A ALTA,
000874*    S PEDIDO DE CORRECCION O ELIMINACION, C Y E CORRECCION O
000875*    ELIMINACION APROBADA Y APLICADA (OPERADOR = QUIEN APROBO),
000876*    R PEDIDO RECHAZADO, V PEDIDO VENCIDO SIN APROBAR.
000877******************************************************************
000878 FD  BITACORA-ARCH
000880     RECORDING MODE IS F.
000890 01  BIT-REGISTRO                    PIC X(120).

000940 77  WS-STATUS-MAESTRO                PIC X(02) VALUE SPACES.
000950 77  WS-STATUS-FACTORES               PIC X(02) VALUE SPACES.
000960 77  WS-STATUS-BITACORA               PIC X(02) VALUE SPACES.
000965 77  WS-STATUS-CAMBPEND               PIC X(02) VALUE SPACES.

000970 01  WS-SWITCHES.
000980     05  WS-SW-FIN-DIALOGO            PIC X(01) VALUE "N".
001030     05  WS-SW-FAC-HALLADO            PIC X(01) VALUE "N".
001040         88  WS-FAC-HALLADO                      VALUE "Y".
001050         88  WS-FAC-NO-HALLADO                   VALUE "N".
001051     05  WS-SW-PEDIDO                 PIC X(01) VALUE "N".
001052         88  WS-PEDIDO-NUEVO                     VALUE "N".
001053         88  WS-PEDIDO-CERRADO                   VALUE "E".
001054         88  WS-PEDIDO-ABIERTO                   VALUE "P".
001055     05  WS-SW-FIN-CAMBPEND           PIC X(01) VALUE "N".
001056         88  WS-FIN-CAMBPEND                     VALUE "Y".

001060******************************************************************
001070*    FECHA Y HORA PARA SELLAR MAESTRO Y BITACORA
001210 77  WS-OPERADOR                      PIC X(08) VALUE SPACES.
001220 77  WS-MOTIVO                        PIC X(20) VALUE SPACES.
001230 77  WS-ACCION                        PIC X(01) VALUE SPACE.
001231 77  WS-DIRECCION                     PIC X(01) VALUE SPACE.
001232 77  WS-DECISION                      PIC X(01) VALUE SPACE.

001233******************************************************************
001234*    VIGENCIA DE LOS PEDIDOS DE CAMBIO: UN PEDIDO NO APROBADO
001235*    HASTA WS-DIAS-VIGENCIA DIAS DESPUES DE LA FECHA EN QUE SE
001236*    HIZO VENCE. EL VENCIMIENTO SE CALCULA AL PEDIR Y QUEDA EN
001237*    EL PEDIDO, ASI vigBitacora NO NECESITA CONOCER EL PLAZO.
001238******************************************************************
001239 77  WS-DIAS-VIGENCIA                 PIC 9(03) VALUE 3.
001240 77  WS-CONT-PENDIENTES               PIC 9(04) COMP VALUE ZERO.
001241 01  WS-FECHA-VENCE.
001242     05  WS-VEN-ANIO                  PIC 9(04).
001243     05  WS-VEN-MES                   PIC 9(02).
001244     05  WS-VEN-DIA                   PIC 9(02).
001245 01  WS-VEN-FECHA-NUM REDEFINES WS-FECHA-VENCE
001246                                      PIC 9(08).
001247 01  WS-TABLA-MESES.
001248     05  FILLER                       PIC X(24)
001249             VALUE "312831303130313130313031".
001250 01  WS-DIAS-MES REDEFINES WS-TABLA-MESES.
001251     05  WS-DIAS-DE-MES OCCURS 12 TIMES
001252                                      PIC 9(02).
001253 77  WS-DIAS-MES-VEN                  PIC 9(02) VALUE ZERO.
001254 77  WS-RESTO-4                       PIC 9(04) COMP VALUE ZERO.
001255 77  WS-RESTO-100                     PIC 9(04) COMP VALUE ZERO.
001256 77  WS-RESTO-400                     PIC 9(04) COMP VALUE ZERO.
001257 77  WS-ENTERO-BIS                    PIC 9(04) COMP VALUE ZERO.

001258******************************************************************
001259*    LINEA DE LA LISTA DE PEDIDOS PENDIENTES PARA LA PANTALLA
001260******************************************************************
001261 01  WS-LINEA-PEDIDO.
001262     05  WS-LP-DIVIDENDO              PIC Z(11)9.
001263     05  FILLER                       PIC X(02) VALUE SPACES.
001264     05  WS-LP-ACCION                 PIC X(09).
001265     05  FILLER                       PIC X(01) VALUE SPACES.
001266     05  WS-LP-RESULTADO              PIC X(01).
001267     05  FILLER                       PIC X(02) VALUE SPACES.
001268     05  WS-LP-OPERADOR               PIC X(08).
001269     05  FILLER                       PIC X(02) VALUE SPACES.
001270     05  WS-LP-FECHA                  PIC 9(08).
001271     05  FILLER                       PIC X(02) VALUE SPACES.
001272     05  WS-LP-VENCE                  PIC 9(08).
001273     05  FILLER                       PIC X(02) VALUE SPACES.
001274     05  WS-LP-MOTIVO                 PIC X(20).
001275******************************************************************
001276*    CAMPOS DE TRABAJO DE FACTORIZACIONES Y LINEA DE FACTORES
001277*    PARA LA PANTALLA (HASTA 6 POR LINEA DE CONSOLA)
001278******************************************************************
001280 77  WS-FAC-CANTIDAD                  PIC 9(04) COMP VALUE ZERO.
001290 77  WS-FAC-VIEJOS                    PIC 9(04) COMP VALUE ZERO.
001300 77  WS-IDX-FAC                       PIC 9(04) COMP VALUE ZERO.
001520         10  WS-CLD-FACTOR OCCURS 6720 TIMES
001530                                      PIC 9(12).

001531******************************************************************
001532*    AREA DE PARAMETROS DE LA LLAMADA AL DIARIO DE CAMBIOS
001533*    grabDiario, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001534*    LINKAGE SECTION. EL DIALOGO NO TIENE NUMERO DE CORRIDA.
001535******************************************************************
001536 01  WS-GDI-PARAMETROS.
001537     05  WS-GDI-FUNCION               PIC X(01).
001538     05  WS-GDI-PROGRAMA              PIC X(12)
001539                                      VALUE "consMaestro".
001540     05  WS-GDI-CORRIDA               PIC 9(06) VALUE ZERO.
001541     05  WS-GDI-ARCHIVO               PIC X(01).
001542     05  WS-GDI-OPERACION             PIC X(01).
001543     05  WS-GDI-ANTES                 PIC X(40).
001544     05  WS-GDI-DESPUES               PIC X(40).
001545     05  WS-GDI-SECUENCIA             PIC 9(10).
001546     05  WS-GDI-RETORNO               PIC X(02).
001547 77  WS-MST-NUEVO                     PIC X(34) VALUE SPACES.
001548 77  WS-FAC-NUEVO                     PIC X(29) VALUE SPACES.

001549******************************************************************
001550*    AREA DE PARAMETROS DE LA LLAMADA A primoVecino, LA MISMA
001551*    QUE DECLARA EL SUBPROGRAMA EN SU LINKAGE SECTION.
001552******************************************************************
001553 01  WS-PVC-PARAMETROS.
001554     05  WS-PVC-FUNCION               PIC X(01).
001555     05  WS-PVC-DIVIDENDO             PIC 9(12).
001556     05  WS-PVC-DIRECCION             PIC X(01).
001557         88  WS-PVC-SIGUIENTE              VALUE "S".
001558         88  WS-PVC-ANTERIOR               VALUE "A".
001559     05  WS-PVC-PRIMO                 PIC 9(12).
001560     05  WS-PVC-ORIGEN                PIC X(01).
001561         88  WS-PVC-DE-MAESTRO             VALUE "M".
001562         88  WS-PVC-CALCULADO              VALUE "C".
001563     05  WS-PVC-PROBADOS              PIC 9(08).
001564     05  WS-PVC-RETORNO               PIC X(02).

001565******************************************************************
001566*    REGISTRO DE BITACORA DEL CAMBIO MANUAL. EL DIVIDENDO
001567*    TOCADO VIAJA EN EL CAMPO DEL RANGO-DESDE, LOS CONTADORES
001570*    VAN EN CERO: UN ASIENTO MANUAL NO ES UNA CORRIDA.
001580******************************************************************
001590 01  WS-BITACORA-REG.
001900*    1000-INICIALIZAR
001910*    ABRE EL MAESTRO Y LAS FACTORIZACIONES PARA ACTUALIZACION
001920*    (CREANDOLOS SI NO EXISTEN, COMO HACE ESPRIMO) Y TOMA LA
001930*    FECHA DEL DIA. ABRE TAMBIEN EL DIARIO DE CAMBIOS Y EL
001935*    ARCHIVO DE CAMBIOS PENDIENTES (CREANDOLO SI NO EXISTE).
001940******************************************************************
001950 1000-INICIALIZAR.
001960     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002110         CLOSE FACTORES-ARCH
002120         OPEN I-O FACTORES-ARCH
002130     END-IF.
002131     OPEN I-O CAMBPEND-ARCH.
002132     IF WS-STATUS-CAMBPEND = "35"
002133         OPEN OUTPUT CAMBPEND-ARCH
002134         CLOSE CAMBPEND-ARCH
002135         OPEN I-O CAMBPEND-ARCH
002136     END-IF.
002137     IF WS-STATUS-CAMBPEND NOT = "00"
002138         DISPLAY "CONSMAESTRO: ERROR AL ABRIR CAMBPEND, STATUS = "
002139             WS-STATUS-CAMBPEND
002140         STOP RUN
002141     END-IF.
002142     MOVE "A" TO WS-GDI-FUNCION.
002143     CALL "grabDiario" USING WS-GDI-PARAMETROS.
002144     IF WS-GDI-RETORNO NOT = "00"
002145         DISPLAY "CONSMAESTRO: ERROR AL ABRIR DIARIO, STATUS = "
002146             WS-GDI-RETORNO
002147         STOP RUN
002148     END-IF.
002149 1000-EXIT.
002150     EXIT.

002160******************************************************************
002170*    2000-DIALOGO
002180*    UNA VUELTA DEL DIALOGO: MENU, OPCION Y DESPACHO. LAS
002190*    OPCIONES SON C (CONSULTAR, CON ALTA OPCIONAL SI NO ESTA),
002200*    R (PEDIR CORRECCION DE RESULTADO), E (PEDIR ELIMINACION
002205*    DE REGISTRO), P (PRIMO CERCANO, SIGUIENTE O ANTERIOR), A
002207*    (APROBAR O RECHAZAR PEDIDOS DE OTRO OPERADOR) Y F (FIN).
002210******************************************************************
002220 2000-DIALOGO.
002230     DISPLAY " ".
002240     DISPLAY "CONSMAESTRO - C=CONSULTAR R=CORREGIR E=ELIMINAR "
002250         "P=PRIMO CERCANO A=APROBAR F=FIN".
002260     ACCEPT WS-OPCION.
002270     EVALUATE WS-OPCION
002280         WHEN "C"
002310             PERFORM 4000-CORREGIR THRU 4000-EXIT
002320         WHEN "E"
002330             PERFORM 5000-ELIMINAR THRU 5000-EXIT
002333         WHEN "P"
002336             PERFORM 6000-PRIMO-CERCANO THRU 6000-EXIT
002337         WHEN "A"
002338             PERFORM 7500-RESOLVER-PEDIDOS THRU 7500-EXIT
002340         WHEN "F"
002350             SET WS-FIN-DIALOGO TO TRUE
002360         WHEN OTHER
002610******************************************************************
002620*    2200-PEDIR-OPERADOR
002630*    PIDE EL OPERADOR Y EL MOTIVO QUE EXIGE TODO CAMBIO MANUAL
002640*    AL MAESTRO. SIN OPERADOR NO HAY CAMBIO (LO VERIFICAN LOS
002645*    PEDIDOS Y SU APROBACION).
002650******************************************************************
002660 2200-PEDIR-OPERADOR.
002670     MOVE SPACES TO WS-OPERADOR.
004450     MOVE WS-FECHA-HOY TO MST-FECHA.
004460     MOVE "M" TO MST-MODO-CORRIDA.
004470     MOVE 2 TO MST-DIVISOR-INICIAL.
004476     MOVE MST-REGISTRO TO WS-MST-NUEVO.
004480     WRITE MST-REGISTRO
004490         INVALID KEY
004494             PERFORM 3510-REGRABAR-MAESTRO THRU 3510-EXIT
004500         NOT INVALID KEY
004506             MOVE "M" TO WS-GDI-ARCHIVO
004512             MOVE "A" TO WS-GDI-OPERACION
004518             MOVE SPACES TO WS-GDI-ANTES
004524             MOVE WS-MST-NUEVO TO WS-GDI-DESPUES
004530             PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT
004540     END-WRITE.
004550     IF WS-CLD-ES-COMPUESTO
004560         PERFORM 3700-GRABAR-FACTORES THRU 3700-EXIT
004590     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
004600     DISPLAY "GRABADO".
004610 3500-EXIT.
004611     EXIT.

004612******************************************************************
004613*    3510-REGRABAR-MAESTRO
004614*    EL DIVIDENDO YA ESTABA EN EL MAESTRO: LEE LO GRABADO PARA EL
004615*    DIARIO Y LO REESCRIBE CON EL REGISTRO NUEVO, SALVO QUE SEA
004616*    IDENTICO.
004617******************************************************************
004618 3510-REGRABAR-MAESTRO.
004619     READ MAESTRO-ARCH
004620         INVALID KEY
004621             GO TO 3510-EXIT
004622     END-READ.
004623     IF MST-REGISTRO = WS-MST-NUEVO
004624         GO TO 3510-EXIT
004625     END-IF.
004626     MOVE MST-REGISTRO TO WS-GDI-ANTES.
004627     MOVE WS-MST-NUEVO TO MST-REGISTRO.
004628     REWRITE MST-REGISTRO
004629         INVALID KEY
004630             GO TO 3510-EXIT
004631     END-REWRITE.
004632     MOVE "M" TO WS-GDI-ARCHIVO.
004633     MOVE "C" TO WS-GDI-OPERACION.
004634     MOVE WS-MST-NUEVO TO WS-GDI-DESPUES.
004635     PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT.
004636 3510-EXIT.
004637     EXIT.

004638******************************************************************
004640*    3700-GRABAR-FACTORES
004650*    GRABA EN EL ARCHIVO DE FACTORIZACIONES LA LISTA RECIEN
004660*    DEVUELTA POR clasifDiv, BORRANDO LA COLA VIEJA SI LA LISTA
004930     EXIT.

004940 3755-GRABAR-REG-FACTOR.
004946     MOVE FAC-REGISTRO TO WS-FAC-NUEVO.
004950     WRITE FAC-REGISTRO
004960         INVALID KEY
004964             PERFORM 3757-REGRABAR-FACTOR THRU 3757-EXIT
004970         NOT INVALID KEY
004976             MOVE "F" TO WS-GDI-ARCHIVO
004982             MOVE "A" TO WS-GDI-OPERACION
004988             MOVE SPACES TO WS-GDI-ANTES
004994             MOVE WS-FAC-NUEVO TO WS-GDI-DESPUES
005000             PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT
005010     END-WRITE.
005020 3755-EXIT.
005021     EXIT.

005022 3757-REGRABAR-FACTOR.
005023     READ FACTORES-ARCH
005025         INVALID KEY
005026             GO TO 3757-EXIT
005027     END-READ.
005029     IF FAC-REGISTRO = WS-FAC-NUEVO
005030         GO TO 3757-EXIT
005031     END-IF.
005033     MOVE FAC-REGISTRO TO WS-GDI-ANTES.
005034     MOVE WS-FAC-NUEVO TO FAC-REGISTRO.
005035     REWRITE FAC-REGISTRO
005036         INVALID KEY
005038             GO TO 3757-EXIT
005039     END-REWRITE.
005040     MOVE "F" TO WS-GDI-ARCHIVO.
005042     MOVE "C" TO WS-GDI-OPERACION.
005043     MOVE WS-FAC-NUEVO TO WS-GDI-DESPUES.
005044     PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT.
005046 3757-EXIT.
005047     EXIT.

005048 3760-BORRAR-FACTOR.
005050     MOVE WS-DIVIDENDO TO FAC-DIVIDENDO.
005060     MOVE WS-IDX-FAC TO FAC-SECUENCIA.
005063     READ FACTORES-ARCH
005080         INVALID KEY
005090             CONTINUE
005091         NOT INVALID KEY
005093             MOVE FAC-REGISTRO TO WS-GDI-ANTES
005094             DELETE FACTORES-ARCH RECORD
005096                 INVALID KEY
005097                     CONTINUE
005099                 NOT INVALID KEY
005100                     MOVE "F" TO WS-GDI-ARCHIVO
005102                     MOVE "B" TO WS-GDI-OPERACION
005103                     MOVE SPACES TO WS-GDI-DESPUES
005105                     PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT
005106             END-DELETE
005108     END-READ.
005110     ADD 1 TO WS-IDX-FAC.
005120 3760-EXIT.
005130     EXIT.

005220******************************************************************
005230*    4000-CORREGIR
005236*    PIDE LA CORRECCION DEL RESULTADO DE UN REGISTRO PUNTUAL
005242*    DEL MAESTRO. MUESTRA LO GRABADO, PIDE EL RESULTADO NUEVO
005248*    (P/C), EXIGE CONFIRMACION, OPERADOR Y MOTIVO, Y DEJA EL
005255*    PEDIDO EN CAMBPEND A LA ESPERA DE QUE OTRO OPERADOR LO
005261*    APRUEBE (7500); RECIEN ENTONCES SE CAMBIA EL MAESTRO. SI EL
005267*    RESULTADO NUEVO ES "P" LA APROBACION BORRA TAMBIEN LA
005274*    FACTORIZACION GUARDADA, PARA NO DEJAR UNA LISTA DE
005276*    FACTORES CONTRADICIENDO AL REGISTRO CORREGIDO.
005280******************************************************************
005360         DISPLAY "NO ESTA EN EL MAESTRO"
005370         GO TO 4000-EXIT
005380     END-IF.
005382     PERFORM 7050-VERIFICAR-PENDIENTE THRU 7050-EXIT.
005384     IF WS-PEDIDO-ABIERTO
005386         GO TO 4000-EXIT
005388     END-IF.
005390     PERFORM 3200-MOSTRAR-REGISTRO THRU 3200-EXIT.
005400     DISPLAY "RESULTADO NUEVO (P/C):".
005410     ACCEPT WS-RESULT-NUEVO.
005430         DISPLAY "RESULTADO NO VALIDO"
005440         GO TO 4000-EXIT
005450     END-IF.
005460     DISPLAY "CONFIRMA EL PEDIDO DE CORRECCION (S/N):".
005470     ACCEPT WS-CONFIRMA.
005480     IF WS-CONFIRMA NOT = "S"
005490         DISPLAY "SIN CAMBIOS"
005500         GO TO 4000-EXIT
005510     END-IF.
005520     PERFORM 2200-PEDIR-OPERADOR THRU 2200-EXIT.
005620     MOVE "C" TO WS-ACCION.
005635     PERFORM 7000-REGISTRAR-PEDIDO THRU 7000-EXIT.
005650 4000-EXIT.
005660     EXIT.

005670******************************************************************
005680*    5000-ELIMINAR
005690*    PIDE LA ELIMINACION DE UN REGISTRO PUNTUAL DEL MAESTRO (Y
005700*    DE SU FACTORIZACION GUARDADA), CON CONFIRMACION, OPERADOR Y
005710*    MOTIVO. COMO LA CORRECCION, QUEDA PENDIENTE EN CAMBPEND
005720*    HASTA QUE OTRO OPERADOR LA APRUEBE. ES LA ALTERNATIVA
005730*    QUIRURGICA A LA DEPURACION POR FECHA DE mantMaestro.
005740******************************************************************
005750 5000-ELIMINAR.
005760     PERFORM 2100-PEDIR-DIVIDENDO THRU 2100-EXIT.
005820         DISPLAY "NO ESTA EN EL MAESTRO"
005830         GO TO 5000-EXIT
005840     END-IF.
005842     PERFORM 7050-VERIFICAR-PENDIENTE THRU 7050-EXIT.
005844     IF WS-PEDIDO-ABIERTO
005846         GO TO 5000-EXIT
005848     END-IF.
005850     PERFORM 3200-MOSTRAR-REGISTRO THRU 3200-EXIT.
005851     DISPLAY "CONFIRMA EL PEDIDO DE ELIMINACION (S/N):".
005852     ACCEPT WS-CONFIRMA.
005853     IF WS-CONFIRMA NOT = "S"
005854         DISPLAY "SIN CAMBIOS"
005855         GO TO 5000-EXIT
005856     END-IF.
005857     PERFORM 2200-PEDIR-OPERADOR THRU 2200-EXIT.
005858     MOVE "E" TO WS-ACCION.
005859     PERFORM 7000-REGISTRAR-PEDIDO THRU 7000-EXIT.
005860 5000-EXIT.
005861     EXIT.

005862******************************************************************
005863*    5500-BORRAR-FACTORIZACION
005864*    BORRA DEL ARCHIVO DE FACTORIZACIONES EL CONTROL Y TODOS
005865*    LOS FACTORES DEL DIVIDENDO ELIMINADO O CORREGIDO A PRIMO.
005866******************************************************************
005867 5500-BORRAR-FACTORIZACION.
005868     MOVE ZERO TO WS-FAC-VIEJOS.
005869     MOVE WS-DIVIDENDO TO FAC-DIVIDENDO.
005870     MOVE ZERO TO FAC-SECUENCIA.
005871     READ FACTORES-ARCH
005872         INVALID KEY
005873             GO TO 5500-EXIT
005874         NOT INVALID KEY
005875             IF FAC-FACTOR NUMERIC
005876                 MOVE FAC-FACTOR TO WS-FAC-VIEJOS
005877             END-IF
005878     END-READ.
005879     MOVE ZERO TO WS-IDX-FAC.
005880     PERFORM 3760-BORRAR-FACTOR THRU 3760-EXIT
005881         UNTIL WS-IDX-FAC > WS-FAC-VIEJOS.
005882 5500-EXIT.
005883     EXIT.

005884******************************************************************
005885*    6000-PRIMO-CERCANO
005886*    PIDE UN DIVIDENDO Y LA DIRECCION Y MUESTRA EL PRIMER PRIMO
005887*    IGUAL O MAYOR (S) O EL ULTIMO PRIMO MENOR (A), CON SU
005888*    ORIGEN: LEIDO DEL MAESTRO O CALCULADO POR primoVecino (EN
005889*    ESE CASO, CUANTOS CANDIDATOS HUBO QUE PROBAR). ES SOLO
005890*    CONSULTA: NO SE GRABA NADA NI SE ASIENTA EN LA BITACORA.
005891*    ACA EL DIVIDENDO PUEDE SER 0 O 1 (EL SIGUIENTE ES EL 2).
005892******************************************************************
005893 6000-PRIMO-CERCANO.
005894     MOVE ZERO TO WS-DIVIDENDO.
005895     DISPLAY "DIVIDENDO (HASTA 12 DIGITOS):".
005896     ACCEPT WS-DIV-EDITADO.
005897     INSPECT WS-DIV-EDITADO
005898         REPLACING LEADING SPACE BY ZERO.
005899     IF WS-DIV-EDITADO NOT NUMERIC
005900         DISPLAY "DIVIDENDO NO VALIDO"
005901         GO TO 6000-EXIT
005902     END-IF.
005903     MOVE WS-DIV-EDITADO TO WS-DIVIDENDO.
005904     DISPLAY "DIRECCION (S=SIGUIENTE A=ANTERIOR):".
005905     ACCEPT WS-DIRECCION.
005906     IF WS-DIRECCION NOT = "S" AND WS-DIRECCION NOT = "A"
005907         DISPLAY "DIRECCION NO VALIDA"
005908         GO TO 6000-EXIT
005909     END-IF.
005910     MOVE "B" TO WS-PVC-FUNCION.
005911     MOVE WS-DIVIDENDO TO WS-PVC-DIVIDENDO.
005912     MOVE WS-DIRECCION TO WS-PVC-DIRECCION.
005913     CALL "primoVecino" USING WS-PVC-PARAMETROS.
005914     EVALUATE WS-PVC-RETORNO
005916         WHEN "00"
005917             CONTINUE
005918         WHEN "10"
005919             DISPLAY "NO HAY PRIMO EN ESA DIRECCION"
005920             GO TO 6000-EXIT
005921         WHEN OTHER
005922             DISPLAY "ERROR EN LA BUSQUEDA, RETORNO = "
005923                 WS-PVC-RETORNO
005924             GO TO 6000-EXIT
005925     END-EVALUATE.
005926     IF WS-PVC-SIGUIENTE
005927         DISPLAY "PRIMO SIGUIENTE: " WS-PVC-PRIMO
005928     ELSE
005929         DISPLAY "PRIMO ANTERIOR: " WS-PVC-PRIMO
005930     END-IF.
005931     IF WS-PVC-DE-MAESTRO
005932         DISPLAY "ORIGEN: MAESTRO"
005933     ELSE
005934         DISPLAY "ORIGEN: CALCULADO  CANDIDATOS PROBADOS: "
005935             WS-PVC-PROBADOS
005936     END-IF.
005937 6000-EXIT.
005938     EXIT.

005939******************************************************************
005940*    7000-REGISTRAR-PEDIDO
005941*    DEJA EN CAMBPEND EL PEDIDO DE CORRECCION (WS-ACCION "C", CON
005942*    WS-RESULT-NUEVO) O DE ELIMINACION ("E") DEL REGISTRO DEL
005943*    MAESTRO RECIEN LEIDO, CON OPERADOR, MOTIVO, IMAGEN ACTUAL,
005944*    IMAGEN PROPUESTA Y FECHA DE VENCIMIENTO, Y ASIENTA EL
005945*    PEDIDO EN LA BITACORA (ACCION "S"). 7050 YA DEJO INDICADO
005946*    SI EL DIVIDENDO TENIA UN PEDIDO ANTERIOR YA RESUELTO, QUE
005947*    ESTE REEMPLAZA.
005948******************************************************************
005949 7000-REGISTRAR-PEDIDO.
005950     IF WS-OPERADOR = SPACES
005951         DISPLAY "SIN OPERADOR NO HAY CAMBIO"
005952         GO TO 7000-EXIT
005953     END-IF.
005954     MOVE SPACES TO CPD-REGISTRO.
005955     MOVE WS-DIVIDENDO TO CPD-DIVIDENDO.
005956     SET CPD-PENDIENTE TO TRUE.
005957     MOVE WS-ACCION TO CPD-ACCION.
005958     MOVE WS-OPERADOR TO CPD-OPERADOR.
005959     MOVE WS-MOTIVO TO CPD-MOTIVO.
005960     MOVE WS-FECHA-HOY TO CPD-FECHA.
005961     ACCEPT WS-HORA-ACTUAL FROM TIME.
005962     MOVE WS-HORA-HHMMSS TO CPD-HORA.
005963     PERFORM 7900-CALCULAR-VENCE THRU 7900-EXIT.
005964     MOVE WS-VEN-FECHA-NUM TO CPD-FECHA-VENCE.
005965     MOVE MST-REGISTRO TO CPD-ANTES.
005966     IF CPD-CORRECCION
005967         MOVE MST-REGISTRO TO CPD-PROPUESTO
005968         MOVE WS-RESULT-NUEVO TO CPD-PRO-RESULTADO
005969         MOVE WS-FECHA-HOY TO CPD-PRO-FECHA
005970         MOVE "M" TO CPD-PRO-MODO-CORRIDA
005971         MOVE 2 TO CPD-PRO-DIVISOR-INICIAL
005972     END-IF.
005973     MOVE ZERO TO CPD-FECHA-RESOL.
005974     IF WS-PEDIDO-CERRADO
005975         REWRITE CPD-REGISTRO
005976             INVALID KEY
005977                 DISPLAY "ERROR AL GRABAR EL PEDIDO, STATUS = "
005978                     WS-STATUS-CAMBPEND
005979                 GO TO 7000-EXIT
005980         END-REWRITE
005982     ELSE
005983         WRITE CPD-REGISTRO
005984             INVALID KEY
005985                 DISPLAY "ERROR AL GRABAR EL PEDIDO, STATUS = "
005986                     WS-STATUS-CAMBPEND
005987                 GO TO 7000-EXIT
005988         END-WRITE
005989     END-IF.
005990     MOVE "S" TO WS-ACCION.
005991     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
005992     DISPLAY "PEDIDO REGISTRADO - VENCE EL " CPD-FECHA-VENCE.
005993     DISPLAY "DEBE APROBARLO OTRO OPERADOR (OPCION A)".
005994 7000-EXIT.
005995     EXIT.

005996******************************************************************
005997*    7050-VERIFICAR-PENDIENTE
005998*    BUSCA EN CAMBPEND UN PEDIDO ANTERIOR PARA EL DIVIDENDO EN
005999*    PANTALLA. SI HAY UNO ABIERTO Y VIGENTE NO SE ADMITE OTRO
006000*    (WS-PEDIDO-ABIERTO); SI ESTABA ABIERTO PERO YA VENCIO, SE LO
006001*    DA POR VENCIDO Y EL NUEVO LO REEMPLAZA, IGUAL QUE A UNO YA
006002*    RESUELTO (WS-PEDIDO-CERRADO).
006003******************************************************************
006004 7050-VERIFICAR-PENDIENTE.
006005     SET WS-PEDIDO-NUEVO TO TRUE.
006006     MOVE WS-DIVIDENDO TO CPD-DIVIDENDO.
006007     READ CAMBPEND-ARCH
006008         INVALID KEY
006009             GO TO 7050-EXIT
006010     END-READ.
006011     SET WS-PEDIDO-CERRADO TO TRUE.
006012     IF NOT CPD-PENDIENTE
006013         GO TO 7050-EXIT
006014     END-IF.
006015     IF CPD-FECHA-VENCE < WS-FECHA-HOY
006016         PERFORM 7250-VENCER-PEDIDO THRU 7250-EXIT
006017     ELSE
006018         SET WS-PEDIDO-ABIERTO TO TRUE
006019         DISPLAY "YA HAY UN PEDIDO PENDIENTE PARA ESE DIVIDENDO, "
006020             "DE " CPD-OPERADOR
006021     END-IF.
006022 7050-EXIT.
006023     EXIT.

006024******************************************************************
006025*    7100-LISTAR-PENDIENTES
006026*    RECORRE CAMBPEND EN ORDEN DE DIVIDENDO Y MUESTRA CADA PEDIDO
006027*    ABIERTO Y VIGENTE; LOS ABIERTOS YA VENCIDOS SE DAN POR
006028*    VENCIDOS AL PASAR.
006029******************************************************************
006030 7100-LISTAR-PENDIENTES.
006031     MOVE ZERO TO WS-CONT-PENDIENTES.
006032     MOVE "N" TO WS-SW-FIN-CAMBPEND.
006033     MOVE ZERO TO CPD-DIVIDENDO.
006034     START CAMBPEND-ARCH KEY IS NOT LESS THAN CPD-DIVIDENDO
006035         INVALID KEY
006036             GO TO 7100-EXIT
006037     END-START.
006038     DISPLAY "     DIVIDENDO  ACCION    R  OPERADOR  PEDIDO    "
006039         "VENCE     MOTIVO".
006040     PERFORM 7150-LISTAR-UNO THRU 7150-EXIT
006041         UNTIL WS-FIN-CAMBPEND.
006042 7100-EXIT.
006043     EXIT.

006044 7150-LISTAR-UNO.
006045     READ CAMBPEND-ARCH NEXT RECORD
006046         AT END
006048             SET WS-FIN-CAMBPEND TO TRUE
006049             GO TO 7150-EXIT
006050     END-READ.
006051     IF NOT CPD-PENDIENTE
006052         GO TO 7150-EXIT
006053     END-IF.
006054     IF CPD-FECHA-VENCE < WS-FECHA-HOY
006055         PERFORM 7250-VENCER-PEDIDO THRU 7250-EXIT
006056         GO TO 7150-EXIT
006057     END-IF.
006058     ADD 1 TO WS-CONT-PENDIENTES.
006059     MOVE CPD-DIVIDENDO TO WS-LP-DIVIDENDO.
006060     IF CPD-CORRECCION
006061         MOVE "CORREGIR" TO WS-LP-ACCION
006062     ELSE
006063         MOVE "ELIMINAR" TO WS-LP-ACCION
006064     END-IF.
006065     MOVE CPD-PRO-RESULTADO TO WS-LP-RESULTADO.
006066     MOVE CPD-OPERADOR TO WS-LP-OPERADOR.
006067     MOVE CPD-FECHA TO WS-LP-FECHA.
006068     MOVE CPD-FECHA-VENCE TO WS-LP-VENCE.
006069     MOVE CPD-MOTIVO TO WS-LP-MOTIVO.
006070     DISPLAY WS-LINEA-PEDIDO.
006071 7150-EXIT.
006072     EXIT.

006073******************************************************************
006074*    7250-VENCER-PEDIDO
006075*    DA POR VENCIDO EL PEDIDO QUE ESTA EN CPD-REGISTRO (SIGUE
006076*    ABIERTO PASADA SU FECHA DE VENCIMIENTO) Y LO ASIENTA EN LA
006077*    BITACORA (ACCION "V") A NOMBRE DE QUIEN LO PIDIO.
006078******************************************************************
006079 7250-VENCER-PEDIDO.
006080     SET CPD-VENCIDO TO TRUE.
006081     MOVE SPACES TO CPD-RESOLVIO.
006082     MOVE WS-FECHA-HOY TO CPD-FECHA-RESOL.
006083     MOVE "VENCIDO SIN APROBAR" TO CPD-MOTIVO-RESOL.
006084     REWRITE CPD-REGISTRO
006085         INVALID KEY
006086             DISPLAY "ERROR AL VENCER EL PEDIDO, STATUS = "
006087                 WS-STATUS-CAMBPEND
006088             GO TO 7250-EXIT
006089     END-REWRITE.
006090     MOVE CPD-DIVIDENDO TO WS-DIVIDENDO.
006091     MOVE CPD-OPERADOR TO WS-OPERADOR.
006092     MOVE CPD-MOTIVO-RESOL TO WS-MOTIVO.
006093     MOVE "V" TO WS-ACCION.
006094     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
006095     DISPLAY "PEDIDO VENCIDO SIN APROBAR: " CPD-DIVIDENDO.
006096 7250-EXIT.
006097     EXIT.

006098******************************************************************
006099*    7300-MOSTRAR-PEDIDO
006100*    MUESTRA EL PEDIDO LEIDO DE CAMBPEND: QUIEN LO HIZO, CUANDO,
006101*    POR QUE, EL REGISTRO DEL MAESTRO AL PEDIR Y EL CAMBIO
006102*    PEDIDO.
006103******************************************************************
006104 7300-MOSTRAR-PEDIDO.
006105     DISPLAY "PEDIDO DE " CPD-OPERADOR " EL " CPD-FECHA
006106         "  VENCE EL " CPD-FECHA-VENCE.
006107     DISPLAY "MOTIVO: " CPD-MOTIVO.
006108     DISPLAY "REGISTRO AL PEDIR: RESULTADO " CPD-ANT-RESULTADO
006109         "  FECHA " CPD-ANT-FECHA "  MODO " CPD-ANT-MODO-CORRIDA
006110         "  DIVISOR INICIAL " CPD-ANT-DIVISOR-INICIAL.
006111     IF CPD-CORRECCION
006113         DISPLAY "SE PIDE CORREGIR EL RESULTADO A "
006114             CPD-PRO-RESULTADO
006115     ELSE
006116         DISPLAY "SE PIDE ELIMINAR EL REGISTRO Y SUS FACTORES"
006117     END-IF.
006118 7300-EXIT.
006119     EXIT.

006120******************************************************************
006121*    7500-RESOLVER-PEDIDOS
006122*    SEGUNDO CONTROL: LISTA LOS PEDIDOS ABIERTOS, PIDE EL
006123*    DIVIDENDO A RESOLVER, LO MUESTRA Y, CON OPERADOR Y MOTIVO,
006124*    LO APRUEBA (SE APLICA AL MAESTRO Y FACTORES) O LO RECHAZA.
006125*    EL OPERADOR QUE RESUELVE NO PUEDE SER EL QUE PIDIO.
006126******************************************************************
006127 7500-RESOLVER-PEDIDOS.
006128     PERFORM 7100-LISTAR-PENDIENTES THRU 7100-EXIT.
006129     IF WS-CONT-PENDIENTES = ZERO
006130         DISPLAY "NO HAY PEDIDOS PENDIENTES"
006131         GO TO 7500-EXIT
006132     END-IF.
006133     PERFORM 2100-PEDIR-DIVIDENDO THRU 2100-EXIT.
006134     IF WS-DIVIDENDO = ZERO
006135         GO TO 7500-EXIT
006136     END-IF.
006137     MOVE WS-DIVIDENDO TO CPD-DIVIDENDO.
006138     READ CAMBPEND-ARCH
006139         INVALID KEY
006140             MOVE SPACE TO CPD-ESTADO
006141     END-READ.
006142     IF NOT CPD-PENDIENTE
006143         DISPLAY "NO HAY PEDIDO PENDIENTE PARA ESE DIVIDENDO"
006144         GO TO 7500-EXIT
006145     END-IF.
006146     PERFORM 7300-MOSTRAR-PEDIDO THRU 7300-EXIT.
006147     PERFORM 2200-PEDIR-OPERADOR THRU 2200-EXIT.
006148     IF WS-OPERADOR = SPACES
006149         DISPLAY "SIN OPERADOR NO HAY CAMBIO"
006150         GO TO 7500-EXIT
006151     END-IF.
006152     IF WS-OPERADOR = CPD-OPERADOR
006153         DISPLAY "EL PEDIDO DEBE RESOLVERLO OTRO OPERADOR"
006154         GO TO 7500-EXIT
006155     END-IF.
006156     DISPLAY "A=APROBAR R=RECHAZAR (OTRO = SIN CAMBIOS):".
006157     ACCEPT WS-DECISION.
006158     EVALUATE WS-DECISION
006159         WHEN "A"
006160             PERFORM 7600-APROBAR-PEDIDO THRU 7600-EXIT
006161         WHEN "R"
006162             PERFORM 7700-RECHAZAR-PEDIDO THRU 7700-EXIT
006163         WHEN OTHER
006164             DISPLAY "SIN CAMBIOS"
006165     END-EVALUATE.
006166 7500-EXIT.
006167     EXIT.

006168******************************************************************
006169*    7600-APROBAR-PEDIDO
006170*    APLICA EL PEDIDO APROBADO. SI EL REGISTRO DEL MAESTRO YA NO
006171*    ES EL QUE VIO QUIEN PIDIO (OTRO CAMBIO O UNA CORRIDA LO
006172*    TOCO DESPUES), NO SE APLICA: EL PEDIDO QUEDA ABIERTO PARA
006173*    RECHAZARLO Y PEDIRLO DE NUEVO SOBRE LO ACTUAL. LA
006174*    CORRECCION REESCRIBE EL REGISTRO CON LA FECHA DE HOY Y, SI
006175*    EL RESULTADO PASA A "P", BORRA LA FACTORIZACION; LA
006176*    ELIMINACION BORRA EL REGISTRO Y SU FACTORIZACION. TODO VA
006177*    AL DIARIO DE CAMBIOS, Y LA BITACORA RECIBE EL ASIENTO "C" O
006179*    "E" A NOMBRE DE QUIEN APROBO.
006180******************************************************************
006181 7600-APROBAR-PEDIDO.
006182     PERFORM 3100-LEER-MAESTRO THRU 3100-EXIT.
006183     IF WS-NO-HALLADO
006184             OR MST-REGISTRO NOT = CPD-ANTES
006185         DISPLAY "EL REGISTRO CAMBIO DESDE EL PEDIDO - "
006186             "NO SE APLICA"
006187         GO TO 7600-EXIT
006188     END-IF.
006189     MOVE MST-REGISTRO TO WS-GDI-ANTES.
006190     IF CPD-CORRECCION
006191         MOVE CPD-PROPUESTO TO MST-REGISTRO
006192         MOVE WS-FECHA-HOY TO MST-FECHA
006193         REWRITE MST-REGISTRO
006194             INVALID KEY
006195                 DISPLAY "ERROR AL REESCRIBIR, STATUS = "
006196                     WS-STATUS-MAESTRO
006197                 GO TO 7600-EXIT
006198             NOT INVALID KEY
006199                 MOVE "M" TO WS-GDI-ARCHIVO
006200                 MOVE "C" TO WS-GDI-OPERACION
006201                 MOVE MST-REGISTRO TO WS-GDI-DESPUES
006202                 PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT
006203         END-REWRITE
006204         IF MST-ES-PRIMO
006205             PERFORM 5500-BORRAR-FACTORIZACION THRU 5500-EXIT
006206         END-IF
006207         MOVE "C" TO WS-ACCION
006208     ELSE
006209         DELETE MAESTRO-ARCH RECORD
006210             INVALID KEY
006211                 DISPLAY "ERROR AL BORRAR, STATUS = "
006212                     WS-STATUS-MAESTRO
006213                 GO TO 7600-EXIT
006214             NOT INVALID KEY
006215                 MOVE "M" TO WS-GDI-ARCHIVO
006216                 MOVE "B" TO WS-GDI-OPERACION
006217                 MOVE SPACES TO WS-GDI-DESPUES
006218                 PERFORM 8100-GRABAR-DIARIO THRU 8100-EXIT
006219         END-DELETE
006220         PERFORM 5500-BORRAR-FACTORIZACION THRU 5500-EXIT
006221         MOVE "E" TO WS-ACCION
006222     END-IF.
006223     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
006224     SET CPD-APROBADO TO TRUE.
006225     PERFORM 7800-CERRAR-PEDIDO THRU 7800-EXIT.
006226     IF CPD-CORRECCION
006227         DISPLAY "APROBADO - CORREGIDO"
006228     ELSE
006229         DISPLAY "APROBADO - ELIMINADO"
006230     END-IF.
006231 7600-EXIT.
006232     EXIT.

006233******************************************************************
006234*    7700-RECHAZAR-PEDIDO
006235*    RECHAZA EL PEDIDO SIN TOCAR EL MAESTRO Y LO ASIENTA EN LA
006236*    BITACORA (ACCION "R") A NOMBRE DE QUIEN RECHAZO.
006237******************************************************************
006238 7700-RECHAZAR-PEDIDO.
006239     MOVE "R" TO WS-ACCION.
006240     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
006241     SET CPD-RECHAZADO TO TRUE.
006242     PERFORM 7800-CERRAR-PEDIDO THRU 7800-EXIT.
006243     DISPLAY "PEDIDO RECHAZADO".
006245 7700-EXIT.
006246     EXIT.

006247******************************************************************
006248*    7800-CERRAR-PEDIDO
006249*    DEJA EN CAMBPEND QUIEN RESOLVIO EL PEDIDO, CUANDO Y POR QUE
006250*    (EL ESTADO YA LO PUSO EL LLAMADOR).
006251******************************************************************
006252 7800-CERRAR-PEDIDO.
006253     MOVE WS-OPERADOR TO CPD-RESOLVIO.
006254     MOVE WS-FECHA-HOY TO CPD-FECHA-RESOL.
006255     MOVE WS-MOTIVO TO CPD-MOTIVO-RESOL.
006256     REWRITE CPD-REGISTRO
006257         INVALID KEY
006258             DISPLAY "ERROR AL CERRAR EL PEDIDO, STATUS = "
006259                 WS-STATUS-CAMBPEND
006260     END-REWRITE.
006261 7800-EXIT.
006262     EXIT.

006263******************************************************************
006264*    7900-CALCULAR-VENCE
006265*    DEJA EN WS-FECHA-VENCE LA FECHA DE HOY MAS WS-DIAS-VIGENCIA
006266*    DIAS, SUMANDO DE A UN DIA CON LA TABLA DE DIAS POR MES Y LA
006267*    REGLA DEL ANIO BISIESTO, COMO EL CALCULO DEL DIA ANTERIOR
006268*    DE vigBitacora.
006269******************************************************************
006270 7900-CALCULAR-VENCE.
006271     MOVE WS-FECHA-HOY TO WS-VEN-FECHA-NUM.
006272     PERFORM 7950-SUMAR-UN-DIA THRU 7950-EXIT
006273         WS-DIAS-VIGENCIA TIMES.
006274 7900-EXIT.
006275     EXIT.

006276 7950-SUMAR-UN-DIA.
006277     MOVE WS-DIAS-DE-MES(WS-VEN-MES) TO WS-DIAS-MES-VEN.
006278     IF WS-VEN-MES = 2
006279         DIVIDE WS-VEN-ANIO BY 4
006280             GIVING WS-ENTERO-BIS REMAINDER WS-RESTO-4
006281         DIVIDE WS-VEN-ANIO BY 100
006282             GIVING WS-ENTERO-BIS REMAINDER WS-RESTO-100
006283         DIVIDE WS-VEN-ANIO BY 400
006284             GIVING WS-ENTERO-BIS REMAINDER WS-RESTO-400
006285         IF WS-RESTO-4 = ZERO
006286                 AND (WS-RESTO-100 NOT = ZERO
006287                      OR WS-RESTO-400 = ZERO)
006288             MOVE 29 TO WS-DIAS-MES-VEN
006289         END-IF
006290     END-IF.
006291     IF WS-VEN-DIA < WS-DIAS-MES-VEN
006292         ADD 1 TO WS-VEN-DIA
006293         GO TO 7950-EXIT
006294     END-IF.
006295     MOVE 1 TO WS-VEN-DIA.
006296     IF WS-VEN-MES < 12
006297         ADD 1 TO WS-VEN-MES
006298     ELSE
006299         MOVE 1 TO WS-VEN-MES
006300         ADD 1 TO WS-VEN-ANIO
006301     END-IF.
006302 7950-EXIT.
006303     EXIT.

006304******************************************************************
006305*    8000-GRABAR-BITACORA
006306*    AGREGA A LA BITACORA EL ASIENTO DEL CAMBIO MANUAL (MODO
006307*    "M") CON FECHA, HORA, DIVIDENDO TOCADO, OPERADOR, ACCION
006308*    Y MOTIVO. SI LA BITACORA NO SE PUEDE ABRIR SE AVISA Y SE
006310*    SIGUE: EL ASIENTO NO DEBE TUMBAR EL CAMBIO YA HECHO.
006320******************************************************************
006330 8000-GRABAR-BITACORA.
006530     EXIT.

006540******************************************************************
006541*    8100-GRABAR-DIARIO
006542*    ASIENTA EN EL DIARIO DE CAMBIOS, POR MEDIO DE grabDiario,
006543*    EL CAMBIO QUE DEJO PREPARADO EL LLAMADOR. A DIFERENCIA DE LA
006544*    BITACORA, SIN ESTE ASIENTO EL CAMBIO NO SE PODRIA RECUPERAR,
006545*    ASI QUE EL DIALOGO SE CORTA.
006546******************************************************************
006547 8100-GRABAR-DIARIO.
006548     MOVE "G" TO WS-GDI-FUNCION.
006549     CALL "grabDiario" USING WS-GDI-PARAMETROS.
006550     IF WS-GDI-RETORNO NOT = "00"
006551         DISPLAY "CONSMAESTRO: ERROR AL GRABAR DIARIO, STATUS = "
006552             WS-GDI-RETORNO
006553         STOP RUN
006554     END-IF.
006555 8100-EXIT.
006556     EXIT.

006557******************************************************************
006558*    9999-FINALIZAR
006560*    CIERRA LOS ARCHIVOS Y TERMINA EL DIALOGO.
006570******************************************************************
006580 9999-FINALIZAR.
006590     CLOSE MAESTRO-ARCH.
006600     CLOSE FACTORES-ARCH.
006601     CLOSE CAMBPEND-ARCH.
006603     MOVE "C" TO WS-GDI-FUNCION.
006605     CALL "grabDiario" USING WS-GDI-PARAMETROS.
006606     MOVE "C" TO WS-PVC-FUNCION.
006608     CALL "primoVecino" USING WS-PVC-PARAMETROS.
006610     DISPLAY "CONSMAESTRO: FIN DEL DIALOGO".
006620     STOP RUN.
006630 9999-EXIT.
