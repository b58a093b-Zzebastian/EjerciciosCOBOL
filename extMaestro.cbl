000150*             CONTROL PERMITE EXTRAER SOLO LO CLASIFICADO
000160*             DESDE UNA FECHA, PARA QUE EL ARCHIVO NOCTURNO
000170*             NO CREZCA CON TODO EL MAESTRO.
000180* TECTONICS.  cobc -x extMaestro.cbl regCadena.cbl
000190******************************************************************
000200* HISTORIAL DE MODIFICACIONES
000210* FECHA       INIC.  DESCRIPCION
000275*                    CORRIDA ASIGNADO (ARCHIVO NUMCORR), PARA
000276*                    QUE EL ALMACEN PUEDA ATRIBUIR EL EXTRACTO
000277*                    A UNA CORRIDA CONCRETA.
000278* 15/10/2026  RAS    LA EXTRACCION ES EL CUARTO PASO DE LA CADENA
000279*                    DIARIA (regCadena): NO ARRANCA SI EL CUADRE
000280*                    NO TERMINO BIEN PARA LA FECHA NI EXTRAE DOS
000281*                    VECES LA MISMA FECHA.
000282* 15/10/2026  RAS    UN ERROR AL ABRIR LOS ARCHIVOS TERMINA CON
000284*                    RETURN-CODE 16 Y REGISTRA EL PASO COMO
000285*                    TERMINADO MAL EN LA CADENA.
000287******************************************************************
000288* FORMATO DEL ARCHIVO DE INTERFASE (EXTRACTO)
000290*   CABECERA: H;AAAAMMDD;ESPRIMO;999999 (FECHA;ORIGEN;CORRIDA)
000300*   DETALLE:  D;999999999999;X;AAAAMMDD
000302*             (DIVIDENDO;RESULTADO;FECHA)
001260     05  FILLER                       PIC X(01) VALUE ";".
001270     05  WS-CIE-HASH                  PIC 9(18).

001271******************************************************************
001272*    AREA DE PARAMETROS DE LA LLAMADA AL REGISTRO DE LA CADENA
001273*    DIARIA regCadena, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001274*    LINKAGE SECTION. extMaestro ES EL PASO 4 DE LA CADENA.
001275******************************************************************
001276 01  WS-RCD-PARAMETROS.
001277     05  WS-RCD-FUNCION               PIC X(01).
001278     05  WS-RCD-PASO                  PIC 9(01) VALUE 4.
001279     05  WS-RCD-CORRIDA               PIC 9(06) VALUE ZERO.
001280     05  WS-RCD-CODIGO                PIC 9(04) VALUE ZERO.
001281     05  WS-RCD-FECHA                 PIC 9(08).
001282     05  WS-RCD-LOTE                  PIC 9(02).
001283     05  WS-RCD-MOTIVO                PIC X(40).
001284     05  WS-RCD-RETORNO               PIC X(02).

001285 PROCEDURE DIVISION.
001290******************************************************************
001300*    0000-MAINLINE
001310*    CONTROLA LA SECUENCIA GENERAL: LEE LA TARJETA, ABRE LOS
001480     ACCEPT WS-FECHA-EXTRACCION FROM DATE YYYYMMDD.
001490     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
001492     PERFORM 1200-LEER-NUMCORR THRU 1200-EXIT.
001496     PERFORM 1050-REGISTRAR-INICIO THRU 1050-EXIT.
001500     OPEN INPUT MAESTRO-ARCH.
001510     IF WS-STATUS-MAESTRO NOT = "00"
001520         DISPLAY "EXTMAESTRO: ERROR AL ABRIR MAESTRO, STATUS = "
001530             WS-STATUS-MAESTRO
001533         MOVE 16 TO RETURN-CODE
001536         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
001540         STOP RUN
001550     END-IF.
001560     OPEN OUTPUT EXTRACTO-ARCH.
001570     IF WS-STATUS-EXTRACTO NOT = "00"
001580         DISPLAY "EXTMAESTRO: ERROR AL ABRIR EXTRACTO, STATUS = "
001590             WS-STATUS-EXTRACTO
001593         MOVE 16 TO RETURN-CODE
001596         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
001600         STOP RUN
001610     END-IF.
001620     MOVE WS-FECHA-EXTRACCION TO WS-CAB-FECHA.
001630     WRITE EXT-LINEA FROM WS-EXT-CABECERA.
001640     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT.
001650 1000-EXIT.
001651     EXIT.

001652******************************************************************
001653*    1050-REGISTRAR-INICIO
001655*    REGISTRA EL ARRANQUE DEL PASO EN LA CADENA DIARIA
001656*    (regCadena). SI EL PASO YA TERMINO BIEN Y LA TARJETA DE LA
001657*    CADENA PIDE REANUDAR, TERMINA SIN HACER NADA. SI EL PASO
001658*    ANTERIOR NO TERMINO BIEN PARA LA FECHA, O ESTE YA CORRIO, NO
001660*    ARRANCA Y TERMINA CON RETURN-CODE 12.
001661******************************************************************
001662 1050-REGISTRAR-INICIO.
001663     MOVE "I" TO WS-RCD-FUNCION.
001665     CALL "regCadena" USING WS-RCD-PARAMETROS.
001666     IF WS-RCD-RETORNO = "10"
001667         DISPLAY "EXTMAESTRO: " WS-RCD-MOTIVO
001668         MOVE ZERO TO RETURN-CODE
001670         STOP RUN
001671     END-IF.
001672     IF WS-RCD-RETORNO NOT = "00"
001673         DISPLAY "EXTMAESTRO: NO ARRANCA - " WS-RCD-MOTIVO
001675         DISPLAY "EXTMAESTRO: FECHA " WS-RCD-FECHA " LOTE "
001676             WS-RCD-LOTE " RETORNO " WS-RCD-RETORNO
001677         MOVE 12 TO RETURN-CODE
001678         STOP RUN
001680     END-IF.
001681     IF WS-RCD-MOTIVO NOT = SPACES
001682         DISPLAY "EXTMAESTRO: " WS-RCD-MOTIVO
001683     END-IF.
001685 1050-EXIT.
001686     EXIT.

001687******************************************************************
001688*    1100-LEER-TARJETA
001690*    LEE LA FECHA DE CORTE DE LA TARJETA DE CONTROL, SI EXISTE
001700*    Y ES NUMERICA; SI NO, QUEDA CERO Y SE EXTRAE TODO.
001710******************************************************************
002170     EXIT.

002180******************************************************************
002181*    9900-REGISTRAR-FIN
002182*    REGISTRA EN LA CADENA EL FIN DEL PASO CON SU RETURN-CODE
002184*    Y LA ULTIMA CORRIDA DE esPrimo, LA DE LA CABECERA.
002185*    LA LLAMADA DEJA EL RETURN-CODE EN CERO, ASI QUE SE REPONE
002186*    AL VOLVER.
002188******************************************************************
002189 9900-REGISTRAR-FIN.
002190     MOVE RETURN-CODE TO WS-RCD-CODIGO.
002192     MOVE WS-CORRIDA-ULTIMA TO WS-RCD-CORRIDA.
002193     MOVE "F" TO WS-RCD-FUNCION.
002194     CALL "regCadena" USING WS-RCD-PARAMETROS.
002196     IF WS-RCD-RETORNO NOT = "00"
002197         DISPLAY "EXTMAESTRO: NO SE REGISTRO EL FIN EN CADENA, "
002199             "STATUS = " WS-RCD-RETORNO
002200     END-IF.
002201     MOVE WS-RCD-CODIGO TO RETURN-CODE.
002203 9900-EXIT.
002204     EXIT.

002205******************************************************************
002207*    9999-FINALIZAR
002208*    ESCRIBE EL REGISTRO DE CIERRE CON LA CANTIDAD EXTRAIDA Y
002210*    EL TOTAL DE CONTROL, CIERRA LOS ARCHIVOS Y TERMINA.
002220******************************************************************
002230 9999-FINALIZAR.
002260     WRITE EXT-LINEA FROM WS-EXT-CIERRE.
002270     CLOSE MAESTRO-ARCH.
002280     CLOSE EXTRACTO-ARCH.
002285     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
002290     STOP RUN.
002300 9999-EXIT.
002310     EXIT.
