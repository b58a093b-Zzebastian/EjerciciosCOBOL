000160*             CON SU CIERRE NO ENTRA AL LOTE: LOS ENVIOS
000170*             TRUNCADOS DEBEN DETECTARSE AQUI Y NO CUANDO EL
000180*             ORIGEN RECLAME RESULTADOS QUE FALTAN.
000190* TECTONICS.  cobc -x cargaLotes.cbl regCadena.cbl
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000281* 02/09/2026  RAS    AMPLIACION A DIVIDENDOS DE 12 DIGITOS EN
000282*                    EL DETALLE DE INTERFASE, EL REGISTRO DE
000283*                    ENTRADA Y LA SUMA DE CONTROL (18 DIGITOS).
000284* 15/10/2026  RAS    CADA PEDIDO GRABADO EN ENTRADA DEJA UN
000285*                    REGISTRO DE CONTROL (ORIGEN, FECHA DEL
000286*                    ENVIO Y PEDIDO) EN CTLENVIO, DEL QUE SE VALE
000287*                    devRespuestas PARA ARMAR LA DEVOLUCION A
000288*                    CADA ORIGEN.
000289* 15/10/2026  RAS    CADA PEDIDO DE UN ENVIO ACEPTADO SE VALIDA
000290*                    CONTRA EL MAESTRO DE DEPARTAMENTOS (DEPTOS):
000291*                    DEPARTAMENTO INEXISTENTE, INACTIVO O QUE
000292*                    EXCEDE SU LIMITE DIARIO DE SOLICITUDES. EL
000293*                    PEDIDO QUE NO PASA NO ENTRA AL LOTE Y SALE
000294*                    EN EL REPORTE CON SU PROPIO MOTIVO; EL
000295*                    RESTO DEL ENVIO SIGUE ACEPTADO.
000296* 15/10/2026  RAS    CICLO DE CORRECCION DE RECHAZOS: LOS PEDIDOS
000297*                    RECHAZADOS AQUI (POR DEPARTAMENTO O CON SU
000298*                    ENVIO) QUEDAN EN LOS RECHAZOS PENDIENTES
000299*                    (PENDRECH). UN REGISTRO DE CORRECCION "C" EN
000300*                    LA INTERFASE SE APAREA CON SU PENDIENTE POR
000301*                    DEPARTAMENTO Y SOLICITUD Y ENTRA AL LOTE COMO
000302*                    UN PEDIDO MAS; LA QUE NO APAREA NADA SALE EN
000303*                    EL REPORTE Y QUEDA EN CORRSIN PARA EL REPORTE
000304*                    SEMANAL DE repPendientes.
000305* 15/10/2026  RAS    LA CARGA ES EL PRIMER PASO DE LA CADENA
000306*                    DIARIA: REGISTRA SU INICIO Y SU FIN EN CADENA
000307*                    (regCadena) Y NO VUELVE A CORRER PARA UNA
000308*                    FECHA YA CARGADA SALVO REANUDACION O ARRANQUE
000309*                    FORZADO DESDE LA TARJETA TARJCAD.
000310* 15/10/2026  RAS    LA TABLA DE DEPARTAMENTOS PASA DE 20 A 99
000311*                    CODIGOS. EL PEDIDO DE UN DEPARTAMENTO CON
000312*                    LIMITE DIARIO QUE YA NO ENTRA EN LA TABLA SE
000313*                    RECHAZA: SIN CONTADOR EL LIMITE NO SE PUEDE
000314*                    CONTROLAR.
000315* 15/10/2026  RAS    UN ENVIO YA INVALIDO SIGUE RETENIENDO SUS
000316*                    DETALLES LEGIBLES: TODOS QUEDAN EN PENDRECH Y
000318*                    SUS CORRECCIONES YA NO SALEN SIN PENDIENTE.
000319* 15/10/2026  RAS    UN ERROR AL ABRIR LOS ARCHIVOS TERMINA CON
000320*                    RETURN-CODE 16 Y REGISTRA EL PASO COMO
000322*                    TERMINADO MAL EN LA CADENA.
000323******************************************************************
000324* FORMATO DEL ARCHIVO DE INTERFASE (UNO O VARIOS ENVIOS, UNO A
000326* CONTINUACION DEL OTRO EN EL MISMO ARCHIVO FISICO)
000327*   CABECERA: H;AAAAMMDD;ORIGEN      (FECHA Y SISTEMA DE ORIGEN)
000328*   DETALLE:  D;999999999999;DEP;999999
000330*             (DIVIDENDO;DEPARTAMENTO;NUMERO DE SOLICITUD)
000331*   CORRECCION: C;999999999999;DEP;999999
000332*             (VALOR CORREGIDO;DEPARTAMENTO Y NUMERO DE LA
000333*             SOLICITUD RECHAZADA QUE CORRIGE). CUENTA EN EL
000334*             CIERRE COMO UN DETALLE MAS.
000335*   CIERRE:   T;99999999;999999999999999999
000340*             (CANTIDAD DE DETALLES;SUMA DE LOS DIVIDENDOS)
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-STATUS-RECHLOTE.

000562     SELECT CTLENVIO-ARCH
000563         ASSIGN TO "CTLENVIO"
000564         ORGANIZATION IS LINE SEQUENTIAL
000565         FILE STATUS IS WS-STATUS-CTLENVIO.

000566     SELECT DEPTOS-ARCH
000567         ASSIGN TO "DEPTOS"
000568         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000570         RECORD KEY IS DPT-CODIGO
000571         FILE STATUS IS WS-STATUS-DEPTOS.

000572     SELECT PENDRECH-ARCH
000573         ASSIGN TO "PENDRECH"
000574         ORGANIZATION IS INDEXED
000575         ACCESS MODE IS RANDOM
000576         RECORD KEY IS PEN-CLAVE
000577         FILE STATUS IS WS-STATUS-PENDRECH.

000578     SELECT CORRSIN-ARCH
000579         ASSIGN TO "CORRSIN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000581         FILE STATUS IS WS-STATUS-CORRSIN.

000582 DATA DIVISION.
000583 FILE SECTION.
000590******************************************************************
000600*    ARCHIVO DE INTERFASE DE LOS ORIGENES - REGISTROS DELIMITADOS
000610*    POR PUNTO Y COMA, UNO O VARIOS ENVIOS COMPLETOS (CABECERA,
000800     RECORDING MODE IS F.
000810 01  RCL-LINEA                       PIC X(132).

000812******************************************************************
000813*    CONTROL DE ENVIOS ACEPTADOS - UN REGISTRO POR PEDIDO GRABADO
000814*    EN ENTRADA, EN EL MISMO ORDEN, CON EL ORIGEN Y LA FECHA DE
000815*    LA CABECERA DEL ENVIO QUE LO TRAJO. LO LEE devRespuestas
000816*    PARA DEVOLVER A CADA ORIGEN LAS RESPUESTAS DE SUS PEDIDOS.
000817******************************************************************
000818 FD  CTLENVIO-ARCH
000819     RECORDING MODE IS F.
000820 01  CEN-REGISTRO.
000821     05  CEN-ORIGEN                   PIC X(08).
000822     05  CEN-FECHA                    PIC X(08).
000823     05  CEN-DIVIDENDO                PIC X(12).
000824     05  CEN-DEPTO                    PIC X(03).
000825     05  CEN-SOLICITUD                PIC X(06).

000826******************************************************************
000827*    MAESTRO DE DEPARTAMENTOS - UN REGISTRO POR AREA HABILITADA
000828*    A PEDIR CLASIFICACIONES (LO MANTIENE mantDeptos). AQUI SOLO
000829*    SE CONSULTA PARA VALIDAR CADA PEDIDO.
000830******************************************************************
000831 FD  DEPTOS-ARCH
000832     RECORDING MODE IS F.
000833 01  DPT-REGISTRO.
000834     05  DPT-CODIGO                   PIC X(03).
000835     05  DPT-NOMBRE                   PIC X(30).
000836     05  DPT-CENTRO-COSTO             PIC X(06).
000837     05  DPT-ESTADO                   PIC X(01).
000838         88  DPT-ACTIVO                    VALUE "A".
000839         88  DPT-INACTIVO                  VALUE "I".
000840     05  DPT-LIMITE-DIARIO            PIC 9(08).
000841     05  DPT-FECHA-CAMBIO             PIC 9(08).
000842     05  FILLER                       PIC X(24).

000843******************************************************************
000844*    RECHAZOS PENDIENTES DE CORRECCION - MISMO REGISTRO QUE EN
000845*    esPrimo. AQUI SE DAN DE ALTA LOS PEDIDOS RECHAZADOS EN LA
000846*    CARGA Y SE MARCAN CORREGIDOS LOS QUE RECIBEN CORRECCION.
000847******************************************************************
000848 FD  PENDRECH-ARCH
000849     RECORDING MODE IS F.
000850 01  PEN-REGISTRO.
000851     05  PEN-CLAVE.
000852         10  PEN-DEPTO                PIC X(03).
000853         10  PEN-SOLICITUD            PIC X(06).
000854     05  PEN-VALOR                    PIC X(12).
000855     05  PEN-MOTIVO                   PIC X(20).
000856     05  PEN-ETAPA                    PIC X(01).
000857     05  PEN-CORRIDA                  PIC 9(06).
000858     05  PEN-FECHA                    PIC 9(08).
000859     05  PEN-ESTADO                   PIC X(01).
000860         88  PEN-ABIERTO                   VALUE "A".
000861         88  PEN-CORREGIDO                 VALUE "E".
000862         88  PEN-CERRADO                   VALUE "C".
000863     05  PEN-FECHA-CORREC             PIC 9(08).
000864     05  PEN-VALOR-CORREC             PIC X(12).
000865     05  PEN-FECHA-CIERRE             PIC 9(08).
000866     05  PEN-CORRIDA-CIERRE           PIC 9(06).
000867     05  FILLER                       PIC X(09).

000868******************************************************************
000869*    CORRECCIONES SIN PENDIENTE - ARCHIVO PERMANENTE AL QUE CADA
000870*    CARGA AGREGA LAS CORRECCIONES QUE NO APAREARON NINGUN
000871*    RECHAZO ABIERTO, CON LA FECHA DE CARGA Y EL ENVIO QUE LAS
000872*    TRAJO. LO LISTA repPendientes.
000873******************************************************************
000874 FD  CORRSIN-ARCH
000875     RECORDING MODE IS F.
000876 01  CSP-REGISTRO.
000877     05  CSP-FECHA                    PIC 9(08).
000878     05  CSP-ORIGEN                   PIC X(08).
000879     05  CSP-FECHA-ENVIO              PIC X(08).
000880     05  CSP-DEPTO                    PIC X(03).
000881     05  CSP-SOLICITUD                PIC X(06).
000882     05  CSP-VALOR                    PIC X(12).
000883     05  CSP-MOTIVO                   PIC X(20).
000884     05  FILLER                       PIC X(15).
000885 WORKING-STORAGE SECTION.
000886******************************************************************
000887*    INDICADORES DE FIN DE ARCHIVO Y CODIGOS DE ESTADO
000888******************************************************************
000889 77  WS-STATUS-INTERFASE              PIC X(02) VALUE SPACES.
000890 77  WS-STATUS-ENTRADA                PIC X(02) VALUE SPACES.
000891 77  WS-STATUS-RECHLOTE               PIC X(02) VALUE SPACES.
000892 77  WS-STATUS-CTLENVIO               PIC X(02) VALUE SPACES.
000893 77  WS-STATUS-DEPTOS                 PIC X(02) VALUE SPACES.
000894 77  WS-STATUS-PENDRECH               PIC X(02) VALUE SPACES.
000895 77  WS-STATUS-CORRSIN                PIC X(02) VALUE SPACES.

000896 01  WS-SWITCHES.
000900     05  WS-SW-FIN-INTERFASE          PIC X(01) VALUE "N".
000910         88  WS-FIN-INTERFASE                    VALUE "Y".
000920     05  WS-SW-DENTRO-ENVIO           PIC X(01) VALUE "N".
000950     05  WS-SW-ENVIO-MALO             PIC X(01) VALUE "N".
000960         88  WS-ENVIO-MALO                       VALUE "Y".
000970         88  WS-ENVIO-BUENO                      VALUE "N".
000971     05  WS-SW-PEDIDO                 PIC X(01) VALUE "S".
000972         88  WS-PEDIDO-VALIDO                    VALUE "S".
000973         88  WS-PEDIDO-INVALIDO                  VALUE "N".
000974     05  WS-SW-PENDIENTE              PIC X(01) VALUE "S".
000975         88  WS-PEN-EXISTE                       VALUE "S".
000976         88  WS-PEN-NUEVO                        VALUE "N".
000977     05  WS-SW-DEPTOS-LLENA           PIC X(01) VALUE "N".
000978         88  WS-DEPTOS-LLENA                     VALUE "Y".

000980******************************************************************
000990*    CAMPOS DEL ENVIO EN PROCESO: IDENTIFICACION DE LA CABECERA,
001070 77  WS-ENV-MOTIVO                    PIC X(20) VALUE SPACES.
001080 77  WS-CIE-CANTIDAD                  PIC 9(08) VALUE ZERO.
001090 77  WS-CIE-SUMA                      PIC 9(18) VALUE ZERO.
001095 77  WS-FECHA-PROCESO                 PIC 9(08) VALUE ZERO.

001100******************************************************************
001110*    TABLA DE DETALLES DEL ENVIO EN PROCESO. LOS PEDIDOS SE
001160******************************************************************
001170 77  WS-MAX-LOTE                      PIC 9(08) COMP VALUE 100000.
001180 77  WS-IDX-LOTE                      PIC 9(08) COMP VALUE ZERO.
001185 77  WS-ENV-RETENIDOS                 PIC 9(08) COMP VALUE ZERO.

001190 01  WS-TABLA-LOTE.
001200     05  WS-LOTE-ENT OCCURS 100000 TIMES.
001202         10  WS-LOTE-DIVIDENDO        PIC X(12).
001204         10  WS-LOTE-DEPTO            PIC X(03).
001206         10  WS-LOTE-SOLICITUD        PIC X(06).
001207         10  WS-LOTE-TIPO             PIC X(01).

001208******************************************************************
001209*    TABLA DEL LOTE ACEPTADO COMPLETO. LOS ENVIOS QUE CUADRAN
001215******************************************************************
001216 77  WS-CONT-ACEPTADO                 PIC 9(08) COMP VALUE ZERO.
001217 77  WS-IDX-ACEPTADO                  PIC 9(08) COMP VALUE ZERO.
001218 77  WS-MAX-DEPTOS                    PIC 9(04) COMP VALUE 99.
001219 77  WS-CONT-DEPTOS                   PIC 9(04) COMP VALUE ZERO.
001220 77  WS-IDX-DEPTO                     PIC 9(04) COMP VALUE ZERO.
001221 77  WS-BUSCA-DEPTO                   PIC 9(04) COMP VALUE ZERO.
001226         10  WS-ACEP-DEPTO            PIC X(03).
001227         10  WS-ACEP-SOLICITUD        PIC X(06).
001228         10  WS-ACEP-GRABADO          PIC X(01).
001229         10  WS-ACEP-ORIGEN           PIC X(08).
001230         10  WS-ACEP-FECHA            PIC X(08).

001231******************************************************************
001232*    LA TABLA DE CODIGOS LLEVA TAMBIEN LOS PEDIDOS YA ACEPTADOS
001233*    DE CADA DEPARTAMENTO Y SU LIMITE DIARIO, PARA CORTAR EN EL
001234*    LIMITE. UN CODIGO QUE DESBORDA LA TABLA NO TIENE CONTADOR:
001236*    SI TIENE LIMITE DIARIO SUS PEDIDOS SE RECHAZAN; SI NO, SOLO
001237*    PIERDE EL AGRUPAMIENTO (3800-GRABAR-RESTO).
001238******************************************************************
001239 01  WS-TABLA-DEPTOS.
001240     05  WS-DEP-ENT OCCURS 99 TIMES.
001241         10  WS-DEP-CODIGO            PIC X(03).
001243         10  WS-DEP-PEDIDOS           PIC 9(08) COMP.
001244         10  WS-DEP-LIMITE            PIC 9(08) COMP.
001245 77  WS-PED-MOTIVO                    PIC X(20) VALUE SPACES.

001246******************************************************************
001247*    CAMPOS DE TRABAJO DEL DESARME DE LOS REGISTROS DELIMITADOS
001248******************************************************************
001250 77  WS-INT-TIPO                      PIC X(02) VALUE SPACES.
001260 77  WS-INT-CAMPO-2                   PIC X(18) VALUE SPACES.
001270 77  WS-INT-CAMPO-3                   PIC X(18) VALUE SPACES.
001350 77  WS-CONT-ACEPTADOS                PIC 9(08) COMP VALUE ZERO.
001360 77  WS-CONT-RECHAZADOS               PIC 9(08) COMP VALUE ZERO.
001370 77  WS-CONT-GRABADOS                 PIC 9(08) COMP VALUE ZERO.
001375 77  WS-CONT-PED-RECHAZADOS           PIC 9(08) COMP VALUE ZERO.
001376 77  WS-CONT-CORRECCIONES             PIC 9(08) COMP VALUE ZERO.
001377 77  WS-CONT-SIN-PENDIENTE            PIC 9(08) COMP VALUE ZERO.

001380******************************************************************
001390*    LINEAS DEL REPORTE DE ENVIOS
001660             VALUE "RECHAZADOS: ".
001670     05  WS-RCLT-RECHAZADOS           PIC ZZZZZZZ9.

001671******************************************************************
001672*    LINEA DE UN PEDIDO RECHAZADO DENTRO DE UN ENVIO ACEPTADO
001673*    (DEPARTAMENTO INEXISTENTE, INACTIVO O FUERA DE LIMITE). SALE
001674*    DEBAJO DE LA LINEA DE SU ENVIO.
001675******************************************************************
001676 01  WS-RCL-PEDIDO.
001677     05  FILLER                       PIC X(06) VALUE SPACES.
001678     05  FILLER                       PIC X(08) VALUE "PEDIDO: ".
001679     05  WS-RCLP-DIVIDENDO            PIC X(12).
001680     05  FILLER                       PIC X(01) VALUE SPACE.
001681     05  WS-RCLP-DEPTO                PIC X(03).
001682     05  FILLER                       PIC X(01) VALUE SPACE.
001683     05  WS-RCLP-SOLICITUD            PIC X(06).
001684     05  FILLER                       PIC X(03) VALUE SPACES.
001685     05  FILLER                       PIC X(09) VALUE "RECHAZADO".
001686     05  FILLER                       PIC X(03) VALUE SPACES.
001687     05  WS-RCLP-MOTIVO               PIC X(20).

001688 01  WS-RCL-TRAILER-2.
001690     05  FILLER                       PIC X(28)
001700             VALUE "REGISTROS GRABADOS EN LOTE: ".
001710     05  WS-RCLT-GRABADOS             PIC ZZZZZZZ9.
001711     05  FILLER                       PIC X(03) VALUE SPACES.
001712     05  FILLER                       PIC X(20)
001713             VALUE "PEDIDOS RECHAZADOS: ".
001714     05  WS-RCLT-PED-RECHAZADOS       PIC ZZZZZZZ9.

001715 01  WS-RCL-TRAILER-3.
001716     05  FILLER                       PIC X(24)
001717             VALUE "CORRECCIONES AGREGADAS: ".
001718     05  WS-RCLT-CORRECCIONES         PIC ZZZZZZZ9.
001719     05  FILLER                       PIC X(03) VALUE SPACES.
001720     05  FILLER                       PIC X(15)
001721             VALUE "SIN PENDIENTE: ".
001722     05  WS-RCLT-SIN-PENDIENTE        PIC ZZZZZZZ9.

001723******************************************************************
001724*    AREA DE PARAMETROS DE LA LLAMADA AL REGISTRO DE LA CADENA
001725*    DIARIA regCadena, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001726*    LINKAGE SECTION. cargaLotes ES EL PASO 1 DE LA CADENA.
001727******************************************************************
001728 01  WS-RCD-PARAMETROS.
001729     05  WS-RCD-FUNCION               PIC X(01).
001730     05  WS-RCD-PASO                  PIC 9(01) VALUE 1.
001731     05  WS-RCD-CORRIDA               PIC 9(06) VALUE ZERO.
001732     05  WS-RCD-CODIGO                PIC 9(04) VALUE ZERO.
001733     05  WS-RCD-FECHA                 PIC 9(08).
001734     05  WS-RCD-LOTE                  PIC 9(02).
001735     05  WS-RCD-MOTIVO                PIC X(40).
001736     05  WS-RCD-RETORNO               PIC X(02).

001737 PROCEDURE DIVISION.
001738******************************************************************
001740*    0000-MAINLINE
001750*    CONTROLA LA SECUENCIA GENERAL: ABRE LOS ARCHIVOS, RECORRE
001760*    LA INTERFASE ENVIO POR ENVIO Y CIERRA CON LOS TOTALES.

001850******************************************************************
001860*    1000-INICIALIZAR
001870*    ABRE LA INTERFASE, EL ARCHIVO ENTRADA CONSOLIDADO, EL
001880*    REPORTE DE ENVIOS, EL MAESTRO DE DEPARTAMENTOS, LOS
001885*    RECHAZOS PENDIENTES (LOS CREA VACIOS LA PRIMERA VEZ) Y LAS
001886*    CORRECCIONES SIN PENDIENTE, Y ESCRIBE LOS ENCABEZADOS DEL
001887*    REPORTE.
001890*    SIN INTERFASE NO HAY NADA QUE CARGAR Y LA CORRIDA PARA.
001900******************************************************************
001910 1000-INICIALIZAR.
001915     PERFORM 1050-REGISTRAR-INICIO THRU 1050-EXIT.
001920     OPEN INPUT INTERFASE-ARCH.
001930     IF WS-STATUS-INTERFASE NOT = "00"
001940         DISPLAY "CARGALOTES: ERROR AL ABRIR INTERFASE, STATUS = "
001950             WS-STATUS-INTERFASE
001953         MOVE 16 TO RETURN-CODE
001956         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
001960         STOP RUN
001970     END-IF.
001980     OPEN OUTPUT ENTRADA-ARCH.
001990     IF WS-STATUS-ENTRADA NOT = "00"
002000         DISPLAY "CARGALOTES: ERROR AL ABRIR ENTRADA, STATUS = "
002010             WS-STATUS-ENTRADA
002013         MOVE 16 TO RETURN-CODE
002016         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002020         STOP RUN
002030     END-IF.
002040     OPEN OUTPUT RECHLOTE-ARCH.
002050     IF WS-STATUS-RECHLOTE NOT = "00"
002060         DISPLAY "CARGALOTES: ERROR AL ABRIR RECHLOTE, STATUS = "
002070             WS-STATUS-RECHLOTE
002073         MOVE 16 TO RETURN-CODE
002076         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002080         STOP RUN
002090     END-IF.
002091     OPEN OUTPUT CTLENVIO-ARCH.
002092     IF WS-STATUS-CTLENVIO NOT = "00"
002093         DISPLAY "CARGALOTES: ERROR AL ABRIR CTLENVIO, STATUS = "
002094             WS-STATUS-CTLENVIO
002095         MOVE 16 TO RETURN-CODE
002096         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002097         STOP RUN
002098     END-IF.
002099     OPEN INPUT DEPTOS-ARCH.
002100     IF WS-STATUS-DEPTOS NOT = "00"
002101         DISPLAY "CARGALOTES: ERROR AL ABRIR DEPTOS, STATUS = "
002102             WS-STATUS-DEPTOS
002103         MOVE 16 TO RETURN-CODE
002104         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002106         STOP RUN
002107     END-IF.
002108     OPEN I-O PENDRECH-ARCH.
002109     IF WS-STATUS-PENDRECH = "35"
002110         OPEN OUTPUT PENDRECH-ARCH
002111         CLOSE PENDRECH-ARCH
002112         OPEN I-O PENDRECH-ARCH
002113     END-IF.
002114     IF WS-STATUS-PENDRECH NOT = "00"
002115         DISPLAY "CARGALOTES: ERROR AL ABRIR PENDRECH, STATUS = "
002117             WS-STATUS-PENDRECH
002118         MOVE 16 TO RETURN-CODE
002119         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002120         STOP RUN
002121     END-IF.
002122     OPEN EXTEND CORRSIN-ARCH.
002123     IF WS-STATUS-CORRSIN = "35"
002124         OPEN OUTPUT CORRSIN-ARCH
002125     END-IF.
002126     IF WS-STATUS-CORRSIN NOT = "00"
002127         DISPLAY "CARGALOTES: ERROR AL ABRIR CORRSIN, STATUS = "
002129             WS-STATUS-CORRSIN
002130         MOVE 16 TO RETURN-CODE
002131         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002132         STOP RUN
002133     END-IF.
002134     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002135     WRITE RCL-LINEA FROM WS-ENCABEZADO-1.
002136     WRITE RCL-LINEA FROM WS-ENCABEZADO-2.
002137     PERFORM 2100-LEER-INTERFASE THRU 2100-EXIT.
002138 1000-EXIT.
002140     EXIT.

002150******************************************************************
002151*    1050-REGISTRAR-INICIO
002152*    REGISTRA EL ARRANQUE DEL PASO EN LA CADENA DIARIA
002153*    (regCadena). SI EL PASO YA TERMINO BIEN Y LA TARJETA DE LA
002154*    CADENA PIDE REANUDAR, TERMINA SIN HACER NADA. SI EL PASO
002156*    ANTERIOR NO TERMINO BIEN PARA LA FECHA, O ESTE YA CORRIO, NO
002157*    ARRANCA Y TERMINA CON RETURN-CODE 12.
002158******************************************************************
002159 1050-REGISTRAR-INICIO.
002160     MOVE "I" TO WS-RCD-FUNCION.
002162     CALL "regCadena" USING WS-RCD-PARAMETROS.
002163     IF WS-RCD-RETORNO = "10"
002164         DISPLAY "CARGALOTES: " WS-RCD-MOTIVO
002165         MOVE ZERO TO RETURN-CODE
002166         STOP RUN
002168     END-IF.
002169     IF WS-RCD-RETORNO NOT = "00"
002170         DISPLAY "CARGALOTES: NO ARRANCA - " WS-RCD-MOTIVO
002171         DISPLAY "CARGALOTES: FECHA " WS-RCD-FECHA " LOTE "
002173             WS-RCD-LOTE " RETORNO " WS-RCD-RETORNO
002174         MOVE 12 TO RETURN-CODE
002175         STOP RUN
002176     END-IF.
002177     IF WS-RCD-MOTIVO NOT = SPACES
002179         DISPLAY "CARGALOTES: " WS-RCD-MOTIVO
002180     END-IF.
002181 1050-EXIT.
002182     EXIT.

002183******************************************************************
002185*    2000-PROCESAR-INTERFASE
002186*    CLASIFICA EL REGISTRO ACTUAL DE LA INTERFASE POR SU TIPO
002187*    (CABECERA, DETALLE, CORRECCION O CIERRE; LA CORRECCION SE
002188*    ACUMULA COMO UN DETALLE) Y AVANZA AL SIGUIENTE. UN
002190*    DETALLE O UN CIERRE SIN CABECERA PREVIA ABREN UN ENVIO
002200*    INVALIDO, PARA QUE EL MATERIAL HUERFANO SALGA EN EL REPORTE
002210*    EN VEZ DE PERDERSE EN SILENCIO.
002290             WHEN "H"
002300                 PERFORM 2300-ABRIR-ENVIO THRU 2300-EXIT
002310             WHEN "D"
002315             WHEN "C"
002320                 PERFORM 2400-ACUMULAR-DETALLE THRU 2400-EXIT
002330             WHEN "T"
002340                 PERFORM 2500-CERRAR-ENVIO THRU 2500-EXIT
002820     MOVE SPACES TO WS-ENV-MOTIVO.
002830     MOVE ZERO TO WS-ENV-CONT.
002840     MOVE ZERO TO WS-ENV-SUMA.
002845     MOVE ZERO TO WS-ENV-RETENIDOS.
002850     MOVE WS-INT-CAMPO-3(1:8) TO WS-ENV-ORIGEN.
002860     MOVE WS-INT-CAMPO-2(1:8) TO WS-ENV-FECHA.
002870     IF WS-ENV-FECHA NOT NUMERIC
002930******************************************************************
002940*    2400-ACUMULAR-DETALLE
002950*    RETIENE EL PEDIDO DEL DETALLE ACTUAL (DIVIDENDO,
002955*    DEPARTAMENTO, SOLICITUD Y TIPO D O C) EN LA TABLA DEL
002957*    ENVIO Y, MIENTRAS EL ENVIO SIGA VALIDO, ACUMULA
002960*    EL DIVIDENDO EN LA SUMA DE CONTROL. UN DETALLE NO NUMERICO,
002965*    SIN DEPARTAMENTO O CON SOLICITUD NO NUMERICA, O UN ENVIO
002970*    QUE DESBORDA LA TABLA, MARCAN EL ENVIO COMPLETO COMO
002975*    INVALIDO: EL CIERRE LO RECHAZARA ENTERO. LOS DETALLES
002980*    LEGIBLES SE SIGUEN RETENIENDO AUNQUE EL ENVIO YA SEA
002985*    INVALIDO, PARA QUE TODOS QUEDEN EN LOS RECHAZOS PENDIENTES.
002990******************************************************************
003000 2400-ACUMULAR-DETALLE.
003010     IF WS-FUERA-ENVIO
003060         MOVE SPACES TO WS-ENV-FECHA
003070         MOVE ZERO TO WS-ENV-CONT
003080         MOVE ZERO TO WS-ENV-SUMA
003085         MOVE ZERO TO WS-ENV-RETENIDOS
003090     END-IF.
003100     ADD 1 TO WS-ENV-CONT.
003106     MOVE WS-INT-CAMPO-2(1:12) TO WS-DIV-EDITADO.
003113     IF WS-DIV-EDITADO NOT NUMERIC
003120             OR WS-INT-CAMPO-3(1:3) = SPACES
003126             OR WS-INT-CAMPO-4(1:6) NOT NUMERIC
003133         IF WS-ENVIO-BUENO
003140             SET WS-ENVIO-MALO TO TRUE
003150             MOVE "DETALLE INVALIDO" TO WS-ENV-MOTIVO
003260         END-IF
003261         GO TO 2400-EXIT
003262     END-IF.
003263     IF WS-ENV-CONT > WS-MAX-LOTE
003265         IF WS-ENVIO-BUENO
003266             SET WS-ENVIO-MALO TO TRUE
003267             MOVE "ENVIO EXCEDE TABLA" TO WS-ENV-MOTIVO
003268         END-IF
003270         GO TO 2400-EXIT
003271     END-IF.
003272     ADD 1 TO WS-ENV-RETENIDOS.
003273     MOVE WS-DIV-EDITADO
003275         TO WS-LOTE-DIVIDENDO(WS-ENV-RETENIDOS).
003276     MOVE WS-INT-CAMPO-3(1:3)
003277         TO WS-LOTE-DEPTO(WS-ENV-RETENIDOS).
003278     MOVE WS-INT-CAMPO-4(1:6)
003280         TO WS-LOTE-SOLICITUD(WS-ENV-RETENIDOS).
003281     MOVE WS-INT-TIPO(1:1)
003282         TO WS-LOTE-TIPO(WS-ENV-RETENIDOS).
003283     IF WS-ENVIO-BUENO
003285         MOVE WS-DIV-EDITADO TO WS-DIV-NUMERICO
003286         ADD WS-DIV-NUMERICO TO WS-ENV-SUMA
003287     END-IF.
003288 2400-EXIT.
003290     EXIT.

003300******************************************************************
003930*    3000-RECHAZAR-ENVIO
003940*    ESCRIBE EN EL REPORTE LA LINEA DEL ENVIO RECHAZADO CON SU
003950*    ORIGEN Y MOTIVO, SUMA LOS CONTADORES Y CIERRA EL ESTADO
003960*    DEL ENVIO. NADA DEL ENVIO LLEGA AL ARCHIVO ENTRADA: LOS
003962*    PEDIDOS QUE LLEGARON A RETENERSE QUEDAN EN LOS RECHAZOS
003964*    PENDIENTES CON EL MOTIVO DEL ENVIO (3050).
003970******************************************************************
003980 3000-RECHAZAR-ENVIO.
003990     ADD 1 TO WS-CONT-ENVIOS.
004040     MOVE "RECHAZADO" TO WS-RCLD-ESTADO.
004050     MOVE WS-ENV-MOTIVO TO WS-RCLD-MOTIVO.
004060     WRITE RCL-LINEA FROM WS-RCL-DETALLE.
004061     MOVE WS-ENV-MOTIVO TO WS-PED-MOTIVO.
004062     PERFORM 3600-REGISTRAR-PENDIENTE THRU 3600-EXIT
004063         VARYING WS-IDX-LOTE FROM 1 BY 1
004064             UNTIL WS-IDX-LOTE > WS-ENV-RETENIDOS.
004065     MOVE ZERO TO WS-ENV-RETENIDOS.
004070     SET WS-FUERA-ENVIO TO TRUE.
004080     SET WS-ENVIO-BUENO TO TRUE.
004090 3000-EXIT.

004110******************************************************************
004120*    3500-ACEPTAR-ENVIO
004125*    ESCRIBE LA LINEA DEL ENVIO QUE CUADRO CON SU CIERRE, PASA
004131*    A LA TABLA DEL LOTE ACEPTADO LOS PEDIDOS RETENIDOS QUE
004137*    PASAN LA VALIDACION DE DEPARTAMENTO (LOS DEMAS SALEN DEBAJO
004142*    CON SU MOTIVO; EL ARCHIVO ENTRADA SE GRABA AL FINAL,
004148*    AGRUPADO POR DEPARTAMENTO) Y CIERRA EL ESTADO DEL ENVIO. SI
004154*    EL LOTE COMPLETO NO TIENE LUGAR PARA EL ENVIO, EL ENVIO SE
004160*    RECHAZA ENTERO.
004165******************************************************************
004170 3500-ACEPTAR-ENVIO.
004178         PERFORM 3000-RECHAZAR-ENVIO THRU 3000-EXIT
004180         GO TO 3500-EXIT
004182     END-IF.
004183     ADD 1 TO WS-CONT-ENVIOS.
004184     ADD 1 TO WS-CONT-ACEPTADOS.
004185     MOVE WS-ENV-ORIGEN TO WS-RCLD-ORIGEN.
004186     MOVE WS-ENV-FECHA TO WS-RCLD-FECHA.
004187     MOVE WS-ENV-CONT TO WS-RCLD-REGISTROS.
004188     MOVE "ACEPTADO" TO WS-RCLD-ESTADO.
004189     MOVE SPACES TO WS-RCLD-MOTIVO.
004190     WRITE RCL-LINEA FROM WS-RCL-DETALLE.
004191     PERFORM 3550-RETENER-DETALLE THRU 3550-EXIT
004192         VARYING WS-IDX-LOTE FROM 1 BY 1
004193             UNTIL WS-IDX-LOTE > WS-ENV-CONT.
004194     MOVE ZERO TO WS-ENV-RETENIDOS.
004195     SET WS-FUERA-ENVIO TO TRUE.
004196     SET WS-ENVIO-BUENO TO TRUE.
004197 3500-EXIT.
004198     EXIT.

004199******************************************************************
004200*    3550-RETENER-DETALLE
004201*    UNA CORRECCION DEBE APAREAR PRIMERO SU RECHAZO PENDIENTE
004202*    (3580); LA QUE NO APAREA SALE AL REPORTE Y A CORRSIN Y NO
004203*    SIGUE. LUEGO VALIDA EL DEPARTAMENTO DEL PEDIDO DEL ENVIO
004204*    ACEPTADO (3560), REGISTRA EL CODIGO EN LA TABLA DE CODIGOS
004205*    (EN ORDEN DE APARICION) PARA EL AGRUPAMIENTO FINAL, CONTROLA
004206*    EL LIMITE DIARIO DEL DEPARTAMENTO Y COPIA EL PEDIDO A LA
004207*    TABLA DEL LOTE COMPLETO. UN PEDIDO RECHAZADO SALE AL REPORTE
004208*    (3590), QUEDA EN LOS RECHAZOS PENDIENTES (3600) Y NO LLEGA A
004209*    ENTRADA. UNA CORRECCION QUE ENTRA AL LOTE DEJA SU PENDIENTE
004210*    MARCADO CORREGIDO (3585). EL PEDIDO DE UN DEPARTAMENTO CON
004211*    LIMITE DIARIO QUE NO ENTRA EN LA TABLA DE CODIGOS SE RECHAZA
004212*    PORQUE SU LIMITE NO SE PUEDE CONTAR.
004213******************************************************************
004214 3550-RETENER-DETALLE.
004215     IF WS-LOTE-TIPO(WS-IDX-LOTE) = "C"
004216         PERFORM 3580-APAREAR-CORRECCION THRU 3580-EXIT
004217         IF WS-PEDIDO-INVALIDO
004218             PERFORM 3590-RECHAZAR-PEDIDO THRU 3590-EXIT
004219             PERFORM 3595-GRABAR-CORRSIN THRU 3595-EXIT
004220             GO TO 3550-EXIT
004221         END-IF
004222     END-IF.
004224     PERFORM 3560-VALIDAR-DEPTO THRU 3560-EXIT.
004225     IF WS-PEDIDO-INVALIDO
004226         PERFORM 3590-RECHAZAR-PEDIDO THRU 3590-EXIT
004227         PERFORM 3600-REGISTRAR-PENDIENTE THRU 3600-EXIT
004228         GO TO 3550-EXIT
004229     END-IF.
004230     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO WS-DEPTO-ACTUAL.
004231     MOVE ZERO TO WS-BUSCA-DEPTO.
004232     PERFORM 3570-BUSCAR-DEPTO THRU 3570-EXIT
004233         VARYING WS-IDX-DEPTO FROM 1 BY 1
004234             UNTIL WS-IDX-DEPTO > WS-CONT-DEPTOS
004235                OR WS-BUSCA-DEPTO NOT = ZERO.
004236     IF WS-BUSCA-DEPTO = ZERO
004237             AND WS-CONT-DEPTOS < WS-MAX-DEPTOS
004238         ADD 1 TO WS-CONT-DEPTOS
004239         MOVE WS-DEPTO-ACTUAL TO WS-DEP-CODIGO(WS-CONT-DEPTOS)
004240         MOVE ZERO TO WS-DEP-PEDIDOS(WS-CONT-DEPTOS)
004241         MOVE DPT-LIMITE-DIARIO TO WS-DEP-LIMITE(WS-CONT-DEPTOS)
004242         MOVE WS-CONT-DEPTOS TO WS-BUSCA-DEPTO
004243     END-IF.
004244     IF WS-BUSCA-DEPTO = ZERO
004245             AND DPT-LIMITE-DIARIO NOT = ZERO
004246         IF NOT WS-DEPTOS-LLENA
004247             SET WS-DEPTOS-LLENA TO TRUE
004248             DISPLAY "CARGALOTES: TABLA DE DEPARTAMENTOS LLENA"
004249         END-IF
004250         MOVE "TABLA DEPTOS LLENA" TO WS-PED-MOTIVO
004251         PERFORM 3590-RECHAZAR-PEDIDO THRU 3590-EXIT
004252         PERFORM 3600-REGISTRAR-PENDIENTE THRU 3600-EXIT
004253         GO TO 3550-EXIT
004254     END-IF.
004255     IF WS-BUSCA-DEPTO NOT = ZERO
004256         IF WS-DEP-LIMITE(WS-BUSCA-DEPTO) NOT = ZERO
004257                 AND WS-DEP-PEDIDOS(WS-BUSCA-DEPTO)
004258                     NOT < WS-DEP-LIMITE(WS-BUSCA-DEPTO)
004259             MOVE "EXCEDE LIMITE DIARIO" TO WS-PED-MOTIVO
004260             PERFORM 3590-RECHAZAR-PEDIDO THRU 3590-EXIT
004261             PERFORM 3600-REGISTRAR-PENDIENTE THRU 3600-EXIT
004262             GO TO 3550-EXIT
004263         END-IF
004265         ADD 1 TO WS-DEP-PEDIDOS(WS-BUSCA-DEPTO)
004266     END-IF.
004267     ADD 1 TO WS-CONT-ACEPTADO.
004268     MOVE WS-LOTE-DIVIDENDO(WS-IDX-LOTE)
004269         TO WS-ACEP-DIVIDENDO(WS-CONT-ACEPTADO).
004270     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE)
004271         TO WS-ACEP-DEPTO(WS-CONT-ACEPTADO).
004272     MOVE WS-LOTE-SOLICITUD(WS-IDX-LOTE)
004273         TO WS-ACEP-SOLICITUD(WS-CONT-ACEPTADO).
004274     MOVE "N" TO WS-ACEP-GRABADO(WS-CONT-ACEPTADO).
004275     MOVE WS-ENV-ORIGEN TO WS-ACEP-ORIGEN(WS-CONT-ACEPTADO).
004276     MOVE WS-ENV-FECHA TO WS-ACEP-FECHA(WS-CONT-ACEPTADO).
004277     IF WS-LOTE-TIPO(WS-IDX-LOTE) = "C"
004278         PERFORM 3585-MARCAR-CORREGIDO THRU 3585-EXIT
004279     END-IF.
004280 3550-EXIT.
004281     EXIT.

004282******************************************************************
004283*    3560-VALIDAR-DEPTO
004284*    LEE EL DEPARTAMENTO DEL PEDIDO EN EL MAESTRO DEPTOS Y LO
004285*    DA POR INVALIDO SI NO EXISTE O ESTA INACTIVO, DEJANDO EL
004286*    MOTIVO EN WS-PED-MOTIVO. CON EL REGISTRO LEIDO QUEDA A MANO
004287*    EL LIMITE DIARIO PARA 3550.
004288******************************************************************
004289 3560-VALIDAR-DEPTO.
004290     SET WS-PEDIDO-VALIDO TO TRUE.
004291     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO DPT-CODIGO.
004292     READ DEPTOS-ARCH
004293         INVALID KEY
004294             SET WS-PEDIDO-INVALIDO TO TRUE
004295             MOVE "DEPTO INEXISTENTE" TO WS-PED-MOTIVO
004296             GO TO 3560-EXIT
004297     END-READ.
004298     IF DPT-INACTIVO
004299         SET WS-PEDIDO-INVALIDO TO TRUE
004300         MOVE "DEPTO INACTIVO" TO WS-PED-MOTIVO
004301     END-IF.
004302 3560-EXIT.
004303     EXIT.

004304 3570-BUSCAR-DEPTO.
004306     IF WS-DEP-CODIGO(WS-IDX-DEPTO) = WS-DEPTO-ACTUAL
004307         MOVE WS-IDX-DEPTO TO WS-BUSCA-DEPTO
004308     END-IF.
004309 3570-EXIT.
004310     EXIT.

004311******************************************************************
004312*    3590-RECHAZAR-PEDIDO
004313*    ESCRIBE EN EL REPORTE LA LINEA DEL PEDIDO RECHAZADO CON EL
004314*    MOTIVO DEJADO EN WS-PED-MOTIVO Y LO CUENTA.
004315******************************************************************
004316 3590-RECHAZAR-PEDIDO.
004317     MOVE WS-LOTE-DIVIDENDO(WS-IDX-LOTE) TO WS-RCLP-DIVIDENDO.
004318     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO WS-RCLP-DEPTO.
004319     MOVE WS-LOTE-SOLICITUD(WS-IDX-LOTE) TO WS-RCLP-SOLICITUD.
004320     MOVE WS-PED-MOTIVO TO WS-RCLP-MOTIVO.
004321     WRITE RCL-LINEA FROM WS-RCL-PEDIDO.
004322     ADD 1 TO WS-CONT-PED-RECHAZADOS.
004323 3590-EXIT.
004324     EXIT.

004325******************************************************************
004326*    3580-APAREAR-CORRECCION
004327*    BUSCA EL RECHAZO PENDIENTE QUE CORRIGE EL PEDIDO ACTUAL
004328*    (MISMO DEPARTAMENTO Y SOLICITUD). VALE ABIERTO O YA
004329*    CORREGIDO (UNA CARGA QUE SE REPITE, O UNA SEGUNDA CORRECCION
004330*    ANTES DE LA RESPUESTA); SIN PENDIENTE O CON EL PENDIENTE YA
004331*    CERRADO, LA CORRECCION QUEDA INVALIDA CON SU MOTIVO.
004332******************************************************************
004333 3580-APAREAR-CORRECCION.
004334     SET WS-PEDIDO-VALIDO TO TRUE.
004335     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO PEN-DEPTO.
004336     MOVE WS-LOTE-SOLICITUD(WS-IDX-LOTE) TO PEN-SOLICITUD.
004337     READ PENDRECH-ARCH
004338         INVALID KEY
004339             SET WS-PEDIDO-INVALIDO TO TRUE
004340             MOVE "CORREC SIN PENDIENTE" TO WS-PED-MOTIVO
004341             GO TO 3580-EXIT
004342     END-READ.
004343     IF PEN-CERRADO
004344         SET WS-PEDIDO-INVALIDO TO TRUE
004345         MOVE "CORREC YA CERRADA" TO WS-PED-MOTIVO
004347     END-IF.
004348 3580-EXIT.
004349     EXIT.

004350******************************************************************
004351*    3585-MARCAR-CORREGIDO
004352*    LA CORRECCION ENTRO AL LOTE: SU PENDIENTE PASA A CORREGIDO
004353*    CON LA FECHA DE CARGA Y EL VALOR CORREGIDO. SIGUE ABIERTO
004354*    HASTA QUE esPrimo RESPONDA LA SOLICITUD.
004355******************************************************************
004356 3585-MARCAR-CORREGIDO.
004357     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO PEN-DEPTO.
004358     MOVE WS-LOTE-SOLICITUD(WS-IDX-LOTE) TO PEN-SOLICITUD.
004359     READ PENDRECH-ARCH
004360         INVALID KEY
004361             GO TO 3585-EXIT
004362     END-READ.
004363     SET PEN-CORREGIDO TO TRUE.
004364     MOVE WS-FECHA-PROCESO TO PEN-FECHA-CORREC.
004365     MOVE WS-LOTE-DIVIDENDO(WS-IDX-LOTE) TO PEN-VALOR-CORREC.
004366     REWRITE PEN-REGISTRO
004367         INVALID KEY
004368             DISPLAY "CARGALOTES: NO SE PUDO MARCAR PENDIENTE "
004369                 PEN-CLAVE ", STATUS = " WS-STATUS-PENDRECH
004370     END-REWRITE.
004371     ADD 1 TO WS-CONT-CORRECCIONES.
004372 3585-EXIT.
004373     EXIT.

004374******************************************************************
004375*    3595-GRABAR-CORRSIN
004376*    DEJA EN CORRSIN LA CORRECCION QUE NO APAREO NINGUN RECHAZO
004377*    ABIERTO, CON EL MOTIVO DE 3580 Y EL ENVIO QUE LA TRAJO.
004378******************************************************************
004379 3595-GRABAR-CORRSIN.
004380     MOVE SPACES TO CSP-REGISTRO.
004381     MOVE WS-FECHA-PROCESO TO CSP-FECHA.
004382     MOVE WS-ENV-ORIGEN TO CSP-ORIGEN.
004383     MOVE WS-ENV-FECHA TO CSP-FECHA-ENVIO.
004384     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO CSP-DEPTO.
004385     MOVE WS-LOTE-SOLICITUD(WS-IDX-LOTE) TO CSP-SOLICITUD.
004386     MOVE WS-LOTE-DIVIDENDO(WS-IDX-LOTE) TO CSP-VALOR.
004388     MOVE WS-PED-MOTIVO TO CSP-MOTIVO.
004389     WRITE CSP-REGISTRO.
004390     ADD 1 TO WS-CONT-SIN-PENDIENTE.
004391 3595-EXIT.
004392     EXIT.

004393******************************************************************
004394*    3600-REGISTRAR-PENDIENTE
004395*    DEJA EL PEDIDO ACTUAL DE LA TABLA DEL ENVIO EN LOS RECHAZOS
004396*    PENDIENTES CON EL MOTIVO DE WS-PED-MOTIVO. UNA SOLICITUD YA
004397*    PENDIENTE SE REABRE CON EL MOTIVO NUEVO, CONSERVANDO EL
004398*    VALOR Y LA FECHA DEL PRIMER RECHAZO; UNA CERRADA EMPIEZA UN
004399*    PENDIENTE NUEVO. UNA CORRECCION RECHAZADA SOLO ACTUALIZA UN
004400*    PENDIENTE VIGENTE: SIN EL NO HAY RECHAZO ORIGINAL QUE SEGUIR.
004401******************************************************************
004402 3600-REGISTRAR-PENDIENTE.
004403     MOVE WS-LOTE-DEPTO(WS-IDX-LOTE) TO PEN-DEPTO.
004404     MOVE WS-LOTE-SOLICITUD(WS-IDX-LOTE) TO PEN-SOLICITUD.
004405     SET WS-PEN-EXISTE TO TRUE.
004406     READ PENDRECH-ARCH
004407         INVALID KEY
004408             SET WS-PEN-NUEVO TO TRUE
004409     END-READ.
004410     IF WS-PEN-NUEVO OR PEN-CERRADO
004411         IF WS-LOTE-TIPO(WS-IDX-LOTE) = "C"
004412             GO TO 3600-EXIT
004413         END-IF
004414         MOVE WS-LOTE-DIVIDENDO(WS-IDX-LOTE) TO PEN-VALOR
004415         MOVE WS-FECHA-PROCESO TO PEN-FECHA
004416         MOVE ZERO TO PEN-FECHA-CORREC
004417         MOVE SPACES TO PEN-VALOR-CORREC
004418         MOVE ZERO TO PEN-FECHA-CIERRE
004419         MOVE ZERO TO PEN-CORRIDA-CIERRE
004420     END-IF.
004421     MOVE WS-PED-MOTIVO TO PEN-MOTIVO.
004422     MOVE "L" TO PEN-ETAPA.
004423     MOVE ZERO TO PEN-CORRIDA.
004424     SET PEN-ABIERTO TO TRUE.
004425     IF WS-PEN-NUEVO
004426         WRITE PEN-REGISTRO
004427             INVALID KEY
004429                 DISPLAY "CARGALOTES: PENDIENTE NO GRABADO "
004430                     PEN-CLAVE ", STATUS = " WS-STATUS-PENDRECH
004431         END-WRITE
004432     ELSE
004433         REWRITE PEN-REGISTRO
004434             INVALID KEY
004435                 DISPLAY "CARGALOTES: PENDIENTE NO GRABADO "
004436                     PEN-CLAVE ", STATUS = " WS-STATUS-PENDRECH
004437         END-REWRITE
004438     END-IF.
004439 3600-EXIT.
004440     EXIT.

004441******************************************************************
004442*    9900-REGISTRAR-FIN
004443*    REGISTRA EN LA CADENA EL FIN DEL PASO CON SU RETURN-CODE
004444*    (LA CARGA NO NUMERA CORRIDAS: VA EN CERO).
004445*    LA LLAMADA DEJA EL RETURN-CODE EN CERO, ASI QUE SE REPONE
004446*    AL VOLVER.
004447******************************************************************
004448 9900-REGISTRAR-FIN.
004449     MOVE RETURN-CODE TO WS-RCD-CODIGO.
004450     MOVE ZERO TO WS-RCD-CORRIDA.
004451     MOVE "F" TO WS-RCD-FUNCION.
004452     CALL "regCadena" USING WS-RCD-PARAMETROS.
004453     IF WS-RCD-RETORNO NOT = "00"
004454         DISPLAY "CARGALOTES: NO SE REGISTRO EL FIN EN CADENA, "
004455             "STATUS = " WS-RCD-RETORNO
004456     END-IF.
004457     MOVE WS-RCD-CODIGO TO RETURN-CODE.
004458 9900-EXIT.
004459     EXIT.

004460******************************************************************
004461*    9999-FINALIZAR
004462*    RECHAZA EL ENVIO QUE QUEDO ABIERTO SIN CIERRE AL AGOTARSE
004463*    LA INTERFASE (ENVIO TRUNCADO), GRABA EL ARCHIVO ENTRADA
004464*    AGRUPADO POR DEPARTAMENTO, ESCRIBE LOS TOTALES DE LA
004465*    CARGA, CIERRA LOS ARCHIVOS Y TERMINA.
004466******************************************************************
004467 9999-FINALIZAR.
004468     IF WS-DENTRO-ENVIO
004470         MOVE "SIN CIERRE" TO WS-ENV-MOTIVO
004480         SET WS-ENVIO-MALO TO TRUE
004490         PERFORM 3000-RECHAZAR-ENVIO THRU 3000-EXIT
004530     MOVE WS-CONT-RECHAZADOS TO WS-RCLT-RECHAZADOS.
004540     WRITE RCL-LINEA FROM WS-RCL-TRAILER-1.
004550     MOVE WS-CONT-GRABADOS TO WS-RCLT-GRABADOS.
004555     MOVE WS-CONT-PED-RECHAZADOS TO WS-RCLT-PED-RECHAZADOS.
004560     WRITE RCL-LINEA FROM WS-RCL-TRAILER-2.
004562     MOVE WS-CONT-CORRECCIONES TO WS-RCLT-CORRECCIONES.
004565     MOVE WS-CONT-SIN-PENDIENTE TO WS-RCLT-SIN-PENDIENTE.
004567     WRITE RCL-LINEA FROM WS-RCL-TRAILER-3.
004570     IF WS-CONT-RECHAZADOS NOT = ZERO
004580         DISPLAY "CARGALOTES: ENVIOS RECHAZADOS: "
004590             WS-CONT-RECHAZADOS
004600         MOVE 4 TO RETURN-CODE
004610     END-IF.
004611     IF WS-CONT-PED-RECHAZADOS NOT = ZERO
004612         DISPLAY "CARGALOTES: PEDIDOS RECHAZADOS: "
004613             WS-CONT-PED-RECHAZADOS
004614         MOVE 4 TO RETURN-CODE
004615     END-IF.
004620     CLOSE INTERFASE-ARCH.
004630     CLOSE ENTRADA-ARCH.
004640     CLOSE RECHLOTE-ARCH.
004642     CLOSE CTLENVIO-ARCH.
004646     CLOSE DEPTOS-ARCH.
004647     CLOSE PENDRECH-ARCH.
004648     CLOSE CORRSIN-ARCH.
004649     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
004650     STOP RUN.
004660 9999-EXIT.
004670     EXIT.
004748     MOVE WS-ACEP-DEPTO(WS-IDX-ACEPTADO) TO ENT-DEPTO.
004750     MOVE WS-ACEP-SOLICITUD(WS-IDX-ACEPTADO) TO ENT-SOLICITUD.
004752     WRITE ENT-REGISTRO.
004753     MOVE WS-ACEP-ORIGEN(WS-IDX-ACEPTADO) TO CEN-ORIGEN.
004755     MOVE WS-ACEP-FECHA(WS-IDX-ACEPTADO) TO CEN-FECHA.
004757     MOVE WS-ACEP-DIVIDENDO(WS-IDX-ACEPTADO) TO CEN-DIVIDENDO.
004759     MOVE WS-ACEP-DEPTO(WS-IDX-ACEPTADO) TO CEN-DEPTO.
004761     MOVE WS-ACEP-SOLICITUD(WS-IDX-ACEPTADO) TO CEN-SOLICITUD.
004763     WRITE CEN-REGISTRO.
004765     MOVE "Y" TO WS-ACEP-GRABADO(WS-IDX-ACEPTADO).
004767     ADD 1 TO WS-CONT-GRABADOS.
004769 3770-EXIT.
004771     EXIT.

004773 END PROGRAM cargaLotes.
