000160*             DIVISOR INICIAL DISTINTO DE 2, QUE DEJARON EN EL
000170*             MAESTRO RESULTADOS DUDOSOS SIN QUE NADIE PUDIERA
000180*             DECIR CUANTOS.
000190* TECTONICS.  cobc -x verMaestro.cbl clasifDiv.cbl grabDiario.cbl
000200******************************************************************
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       INIC.  DESCRIPCION
000274*                    BORRA LA FACTORIZACION GUARDADA, PARA QUE
000275*                    NO QUEDE UNA LISTA DE FACTORES DE UN
000276*                    REGISTRO QUE EL MAESTRO YA DICE PRIMO.
000278* 15/10/2026  RAS    TODA REESCRITURA DEL MAESTRO Y TODA ALTA,
000280*                    CAMBIO O BAJA DE FACTORES SE ASIENTA EN EL
000282*                    DIARIO DE CAMBIOS POR MEDIO DE grabDiario. UN
000284*                    FACTOR QUE SE REGRABARIA IGUAL NO SE
000285*                    REESCRIBE.
000286******************************************************************
000288 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. verMaestro.
000300 AUTHOR. R. ALVAREZ SOSA.
000310 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
001110                                      PIC 9(12).

001120******************************************************************
001121*    AREA DE PARAMETROS DE LA LLAMADA AL DIARIO DE CAMBIOS
001122*    grabDiario, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001123*    LINKAGE SECTION. VERMAESTRO NO TIENE NUMERO DE CORRIDA.
001124******************************************************************
001125 01  WS-GDI-PARAMETROS.
001126     05  WS-GDI-FUNCION               PIC X(01).
001127     05  WS-GDI-PROGRAMA              PIC X(12)
001128                                      VALUE "verMaestro".
001129     05  WS-GDI-CORRIDA               PIC 9(06) VALUE ZERO.
001130     05  WS-GDI-ARCHIVO               PIC X(01).
001131     05  WS-GDI-OPERACION             PIC X(01).
001132     05  WS-GDI-ANTES                 PIC X(40).
001133     05  WS-GDI-DESPUES               PIC X(40).
001134     05  WS-GDI-SECUENCIA             PIC 9(10).
001135     05  WS-GDI-RETORNO               PIC X(02).
001136 77  WS-FAC-NUEVO                     PIC X(29) VALUE SPACES.

001137******************************************************************
001138*    LINEAS DEL REPORTE DE RE-VERIFICACION
001140******************************************************************
001150 01  WS-ENCABEZADO-1                  PIC X(80)
001160         VALUE "REPORTE DE RE-VERIFICACION DEL MAESTRO".

001710******************************************************************
001720*    1000-INICIALIZAR
001730*    ABRE EL MAESTRO EN I-O (HAY QUE PODER REESCRIBIR), EL
001740*    DIARIO DE CAMBIOS Y EL REPORTE, Y ESCRIBE LOS ENCABEZADOS.
001750******************************************************************
001760 1000-INICIALIZAR.
001770     ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
001836         CLOSE FACTORES-ARCH
001837         OPEN I-O FACTORES-ARCH
001838     END-IF.
001839     MOVE "A" TO WS-GDI-FUNCION.
001840     CALL "grabDiario" USING WS-GDI-PARAMETROS.
001841     IF WS-GDI-RETORNO NOT = "00"
001842         DISPLAY "VERMAESTRO: ERROR AL ABRIR DIARIO, STATUS = "
001843             WS-GDI-RETORNO
001844         STOP RUN
001845     END-IF.
001846     OPEN OUTPUT REVERIF-ARCH.
001850     IF WS-STATUS-REVERIF NOT = "00"
001860         DISPLAY "VERMAESTRO: ERROR AL ABRIR REVERIF, STATUS = "
001870             WS-STATUS-REVERIF
002470 2300-SANEAR-PROCEDENCIA.
002480     IF MST-DIVISOR-INICIAL NOT NUMERIC
002490             OR MST-DIVISOR-INICIAL NOT = 2
002500         MOVE MST-REGISTRO TO WS-GDI-ANTES
002510         MOVE "V" TO MST-MODO-CORRIDA
002520         MOVE 2 TO MST-DIVISOR-INICIAL
002530         REWRITE MST-REGISTRO
002560                 WS-STATUS-MAESTRO
002570             STOP RUN
002580         END-IF
002582         MOVE "M" TO WS-GDI-ARCHIVO
002584         MOVE "C" TO WS-GDI-OPERACION
002586         MOVE MST-REGISTRO TO WS-GDI-DESPUES
002588         PERFORM 2900-GRABAR-DIARIO THRU 2900-EXIT
002590         ADD 1 TO WS-CONT-SANEADOS
002600         MOVE "PROCEDENCIA SELLADA" TO WS-RVFD-ACCION
002610         PERFORM 3000-ESCRIBIR-DETALLE THRU 3000-EXIT
002720 2500-CORREGIR-REGISTRO.
002730     MOVE "CORREGIDO" TO WS-RVFD-ACCION.
002740     PERFORM 3000-ESCRIBIR-DETALLE THRU 3000-EXIT.
002745     MOVE MST-REGISTRO TO WS-GDI-ANTES.
002750     MOVE WS-CLD-RESULTADO TO MST-RESULTADO.
002760     MOVE WS-FECHA-CORRIDA TO MST-FECHA.
002770     MOVE "V" TO MST-MODO-CORRIDA.
002800     IF WS-STATUS-MAESTRO NOT = "00"
002810         DISPLAY "VERMAESTRO: ERROR AL REESCRIBIR, STATUS = "
002820             WS-STATUS-MAESTRO
002821         STOP RUN
002822     END-IF.
002823     MOVE "M" TO WS-GDI-ARCHIVO.
002824     MOVE "C" TO WS-GDI-OPERACION.
002825     MOVE MST-REGISTRO TO WS-GDI-DESPUES.
002826     PERFORM 2900-GRABAR-DIARIO THRU 2900-EXIT.
002827     ADD 1 TO WS-CONT-CORREGIDOS.
002828 2500-EXIT.
002829     EXIT.

002830******************************************************************
002831*    2700-GRABAR-FACTORES
002832*    GRABA EN EL ARCHIVO DE FACTORIZACIONES LA LISTA RECIEN
002833*    DEVUELTA POR clasifDiv: CONTROL EN LA SECUENCIA CERO Y UN
002834*    REGISTRO POR FACTOR, BORRANDO LA COLA VIEJA SI LA LISTA
002835*    ANTERIOR ERA MAS LARGA. MISMO CRITERIO QUE EN ESPRIMO.
002837******************************************************************
002838 2700-GRABAR-FACTORES.
002839     MOVE ZERO TO WS-FAC-VIEJOS.
002840     MOVE MST-DIVIDENDO TO FAC-DIVIDENDO.
002841     MOVE ZERO TO FAC-SECUENCIA.
002842     READ FACTORES-ARCH
002843         INVALID KEY
002844             CONTINUE
002845         NOT INVALID KEY
002846             IF FAC-FACTOR NUMERIC
002847                 MOVE FAC-FACTOR TO WS-FAC-VIEJOS
002848             END-IF
002849     END-READ.
002850     COMPUTE WS-IDX-FAC = WS-CLD-CONT-FACTORES + 1.
002851     PERFORM 2760-BORRAR-FACTOR THRU 2760-EXIT
002852         UNTIL WS-IDX-FAC > WS-FAC-VIEJOS.
002854     MOVE MST-DIVIDENDO TO FAC-DIVIDENDO.
002855     MOVE ZERO TO FAC-SECUENCIA.
002856     MOVE WS-CLD-CONT-FACTORES TO FAC-FACTOR.
002857     MOVE WS-CLD-SW-TRUNCADO TO FAC-TRUNCADO.
002858     PERFORM 2755-GRABAR-REG-FACTOR THRU 2755-EXIT.
002859     PERFORM 2770-GRABAR-FACTOR THRU 2770-EXIT
002860         VARYING WS-IDX-FAC FROM 1 BY 1
002861             UNTIL WS-IDX-FAC > WS-CLD-CONT-FACTORES.
002862 2700-EXIT.
002863     EXIT.

002864 2755-GRABAR-REG-FACTOR.
002865     MOVE FAC-REGISTRO TO WS-FAC-NUEVO.
002866     WRITE FAC-REGISTRO
002867         INVALID KEY
002868             PERFORM 2757-REGRABAR-FACTOR THRU 2757-EXIT
002870             GO TO 2755-EXIT
002871     END-WRITE.
002872     MOVE "F" TO WS-GDI-ARCHIVO.
002873     MOVE "A" TO WS-GDI-OPERACION.
002874     MOVE SPACES TO WS-GDI-ANTES.
002875     MOVE WS-FAC-NUEVO TO WS-GDI-DESPUES.
002876     PERFORM 2900-GRABAR-DIARIO THRU 2900-EXIT.
002877 2755-EXIT.
002878     EXIT.

002879 2757-REGRABAR-FACTOR.
002880     READ FACTORES-ARCH
002881         INVALID KEY
002882             GO TO 2757-EXIT
002883     END-READ.
002884     IF FAC-REGISTRO = WS-FAC-NUEVO
002885         GO TO 2757-EXIT
002887     END-IF.
002888     MOVE FAC-REGISTRO TO WS-GDI-ANTES.
002889     MOVE WS-FAC-NUEVO TO FAC-REGISTRO.
002890     REWRITE FAC-REGISTRO
002891         INVALID KEY
002892             GO TO 2757-EXIT
002893     END-REWRITE.
002894     MOVE "F" TO WS-GDI-ARCHIVO.
002895     MOVE "C" TO WS-GDI-OPERACION.
002896     MOVE WS-FAC-NUEVO TO WS-GDI-DESPUES.
002897     PERFORM 2900-GRABAR-DIARIO THRU 2900-EXIT.
002898 2757-EXIT.
002899     EXIT.

002900 2760-BORRAR-FACTOR.
002901     MOVE MST-DIVIDENDO TO FAC-DIVIDENDO.
002902     MOVE WS-IDX-FAC TO FAC-SECUENCIA.
002904     READ FACTORES-ARCH
002905         INVALID KEY
002906             CONTINUE
002907         NOT INVALID KEY
002908             MOVE FAC-REGISTRO TO WS-GDI-ANTES
002909             DELETE FACTORES-ARCH RECORD
002910                 INVALID KEY
002911                     CONTINUE
002912                 NOT INVALID KEY
002913                     MOVE "F" TO WS-GDI-ARCHIVO
002914                     MOVE "B" TO WS-GDI-OPERACION
002915                     MOVE SPACES TO WS-GDI-DESPUES
002916                     PERFORM 2900-GRABAR-DIARIO THRU 2900-EXIT
002917             END-DELETE
002918     END-READ.
002920     ADD 1 TO WS-IDX-FAC.
002921 2760-EXIT.
002922     EXIT.
002956     EXIT.

002957******************************************************************
002959*    2900-GRABAR-DIARIO
002961*    ASIENTA EN EL DIARIO DE CAMBIOS, POR MEDIO DE grabDiario,
002963*    EL CAMBIO QUE DEJO PREPARADO EL LLAMADOR. SIN ASIENTO EL
002965*    CAMBIO NO SE PODRIA RECUPERAR, ASI QUE EL TRABAJO SE PARA.
002967******************************************************************
002969 2900-GRABAR-DIARIO.
002971     MOVE "G" TO WS-GDI-FUNCION.
002973     CALL "grabDiario" USING WS-GDI-PARAMETROS.
002975     IF WS-GDI-RETORNO NOT = "00"
002978         DISPLAY "VERMAESTRO: ERROR AL GRABAR DIARIO, STATUS = "
002980             WS-GDI-RETORNO
002982         STOP RUN
002984     END-IF.
002986 2900-EXIT.
002988     EXIT.

002990******************************************************************
002992*    3000-ESCRIBIR-DETALLE
002994*    ESCRIBE LA LINEA DE DETALLE DEL REGISTRO EN PROCESO CON LA
002996*    ACCION QUE DEJO PREPARADA EL LLAMADOR EN WS-RVFD-ACCION.
002999******************************************************************
003001 3000-ESCRIBIR-DETALLE.
003003     MOVE MST-DIVIDENDO TO WS-RVFD-DIVIDENDO.
003005     MOVE MST-RESULTADO TO WS-RVFD-GRABADO.
003007     MOVE WS-CLD-RESULTADO TO WS-RVFD-RECALC.
003009     MOVE MST-MODO-CORRIDA TO WS-RVFD-MODO.
003011     MOVE MST-DIVISOR-INICIAL TO WS-RVFD-DIVISOR.
003013     WRITE RVF-LINEA FROM WS-RVF-DETALLE.
003015 3000-EXIT.
003017     EXIT.

003020******************************************************************
003030*    9999-FINALIZAR
003220     CLOSE MAESTRO-ARCH.
003225     CLOSE FACTORES-ARCH.
003230     CLOSE REVERIF-ARCH.
003233     MOVE "C" TO WS-GDI-FUNCION.
003236     CALL "grabDiario" USING WS-GDI-PARAMETROS.
003240     STOP RUN.
003250 9999-EXIT.
003260     EXIT.
