000120*             UN DESCUADRE TERMINA CON RETURN-CODE 8 Y AVISO
000130*             POR CONSOLA PARA QUE EL OPERADOR RETENGA LAS
000140*             SALIDAS EN VEZ DE DISTRIBUIRLAS.
000150* TECTONICS.  cobc -x cuadre.cbl regCadena.cbl
000160******************************************************************
000170* HISTORIAL DE MODIFICACIONES
000180* FECHA       INIC.  DESCRIPCION
000241*                    CHECKPOINT LLEVEN ESE MISMO SELLO, Y EL
000242*                    BALANCE DEJA ASENTADA LA CORRIDA CUADRADA
000243*                    PARA EL VIGILANTE DIARIO.
000244* 15/10/2026  RAS    EL CUADRE ES EL TERCER PASO DE LA CADENA
000245*                    DIARIA (regCadena): NO ARRANCA SI esPrimo NO
000246*                    TERMINO BIEN PARA LA FECHA NI CUADRA DOS
000247*                    VECES LA MISMA FECHA; UN DESCUADRE (CODIGO
000248*                    8) DEJA EL PASO COMO TERMINADO MAL.
000249* 15/10/2026  RAS    EL PUNTO DE CONTROL DE esPrimo LLEVA AHORA 99
000250*                    DEPARTAMENTOS EN VEZ DE 20.
000251* 15/10/2026  RAS    SIN FECHA EN LA TARJETA SE CUADRA LA FECHA DE
000252*                    NEGOCIO DE LA CADENA, NO LA DEL SISTEMA. UNA
000253*                    FECHA EN LA TARJETA DISTINTA DE LA DE LA
000254*                    CADENA NO SE CUADRA: TERMINA CON RETURN-CODE
000255*                    12 Y EL PASO QUEDA TERMINADO MAL.
000256* 15/10/2026  RAS    UN ERROR AL ABRIR LOS ARCHIVOS TERMINA CON
000258*                    RETURN-CODE 16 Y REGISTRA EL PASO COMO
000260*                    TERMINADO MAL EN LA CADENA.
000262******************************************************************
000264 IDENTIFICATION DIVISION.
000266 PROGRAM-ID. cuadre.
000268 AUTHOR. R. ALVAREZ SOSA.
000270 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000280 DATE-WRITTEN. 22/08/2026.
000290 DATE-COMPILED.
001201     05  CKP-DUPLICADOS               PIC 9(08).
001202     05  CKP-CONT-DEPTOS              PIC 9(02).
001203     05  CKP-TABLA-DEPTOS.
001204         10  CKP-DEPTO-ENT OCCURS 99 TIMES
001205                                      PIC X(43).
001206     05  CKP-CORRIDA                  PIC 9(06).


001330******************************************************************
001340*    TARJETA DE CONTROL - FECHA AAAAMMDD DE LA CORRIDA A
001346*    CUADRAR. SI NO HAY TARJETA SE CUADRA LA FECHA DE NEGOCIO DE
001353*    LA CADENA; SI VIENE, TIENE QUE SER ESA MISMA.
001360******************************************************************
001370 FD  CONTROL-ARCH
001380     RECORDING MODE IS F.
002430             VALUE "  DIFERENCIAS:".
002440     05  WS-BAL-DIFERENCIAS           PIC ZZZ9.

002441******************************************************************
002442*    AREA DE PARAMETROS DE LA LLAMADA AL REGISTRO DE LA CADENA
002443*    DIARIA regCadena, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
002444*    LINKAGE SECTION. cuadre ES EL PASO 3 DE LA CADENA.
002445******************************************************************
002446 01  WS-RCD-PARAMETROS.
002447     05  WS-RCD-FUNCION               PIC X(01).
002448     05  WS-RCD-PASO                  PIC 9(01) VALUE 3.
002449     05  WS-RCD-CORRIDA               PIC 9(06) VALUE ZERO.
002450     05  WS-RCD-CODIGO                PIC 9(04) VALUE ZERO.
002451     05  WS-RCD-FECHA                 PIC 9(08).
002452     05  WS-RCD-LOTE                  PIC 9(02).
002453     05  WS-RCD-MOTIVO                PIC X(40).
002454     05  WS-RCD-RETORNO               PIC X(02).

002455 PROCEDURE DIVISION.
002460******************************************************************
002470*    0000-MAINLINE
002480*    CONTROLA LA SECUENCIA GENERAL: RELEE CADA SALIDA DE LA
002620******************************************************************
002630*    1000-INICIALIZAR
002640*    DETERMINA LA FECHA A CUADRAR Y ABRE EL REPORTE DE BALANCE.
002642*    LA FECHA ES LA DE NEGOCIO DE LA CADENA; UNA TARJETA CON OTRA
002645*    FECHA TERMINA CON RETURN-CODE 12, REGISTRANDO EL FIN DEL
002647*    PASO EN LA CADENA.
002650******************************************************************
002660 1000-INICIALIZAR.
002680     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
002681     PERFORM 1050-REGISTRAR-INICIO THRU 1050-EXIT.
002683     IF WS-FECHA-CORRIDA NOT = ZERO
002684             AND WS-FECHA-CORRIDA NOT = WS-RCD-FECHA
002686         DISPLAY "CUADRE: FECHA DE TARJETA " WS-FECHA-CORRIDA
002687             " DISTINTA DE LA FECHA DE LA CADENA " WS-RCD-FECHA
002689         MOVE ZERO TO WS-BALC-CORRIDA
002690         MOVE 12 TO RETURN-CODE
002692         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002693         STOP RUN
002695     END-IF.
002696     MOVE WS-RCD-FECHA TO WS-FECHA-CORRIDA.
002698     OPEN OUTPUT BALANCE-ARCH.
002700     IF WS-STATUS-BALANCE NOT = "00"
002710         DISPLAY "CUADRE: ERROR AL ABRIR BALANCE, STATUS = "
002720             WS-STATUS-BALANCE
002722         MOVE ZERO TO WS-BALC-CORRIDA
002725         MOVE 16 TO RETURN-CODE
002727         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
002730         STOP RUN
002740     END-IF.
002750     WRITE BAL-LINEA FROM WS-ENCABEZADO-1.
002800     EXIT.

002810******************************************************************
002811*    1050-REGISTRAR-INICIO
002812*    REGISTRA EL ARRANQUE DEL PASO EN LA CADENA DIARIA
002813*    (regCadena). SI EL PASO YA TERMINO BIEN Y LA TARJETA DE LA
002815*    CADENA PIDE REANUDAR, TERMINA SIN HACER NADA. SI EL PASO
002816*    ANTERIOR NO TERMINO BIEN PARA LA FECHA, O ESTE YA CORRIO, NO
002817*    ARRANCA Y TERMINA CON RETURN-CODE 12.
002818******************************************************************
002820 1050-REGISTRAR-INICIO.
002821     MOVE "I" TO WS-RCD-FUNCION.
002822     CALL "regCadena" USING WS-RCD-PARAMETROS.
002823     IF WS-RCD-RETORNO = "10"
002825         DISPLAY "CUADRE: " WS-RCD-MOTIVO
002826         MOVE ZERO TO RETURN-CODE
002827         STOP RUN
002828     END-IF.
002830     IF WS-RCD-RETORNO NOT = "00"
002831         DISPLAY "CUADRE: NO ARRANCA - " WS-RCD-MOTIVO
002832         DISPLAY "CUADRE: FECHA " WS-RCD-FECHA " LOTE "
002833             WS-RCD-LOTE " RETORNO " WS-RCD-RETORNO
002835         MOVE 12 TO RETURN-CODE
002836         STOP RUN
002837     END-IF.
002838     IF WS-RCD-MOTIVO NOT = SPACES
002840         DISPLAY "CUADRE: " WS-RCD-MOTIVO
002841     END-IF.
002842 1050-EXIT.
002843     EXIT.

002845******************************************************************
002846*    1100-LEER-TARJETA
002847*    LEE LA FECHA A CUADRAR DE LA TARJETA DE CONTROL, SI EXISTE
002848*    Y ES NUMERICA; SI NO, QUEDA EN CERO (LA FECHA DE LA CADENA).
002850******************************************************************
002860 1100-LEER-TARJETA.
002870     OPEN INPUT CONTROL-ARCH.
006147     EXIT.

006148******************************************************************
006149*    9900-REGISTRAR-FIN
006150*    REGISTRA EN LA CADENA EL FIN DEL PASO CON SU RETURN-CODE
006151*    Y LA CORRIDA CUADRADA (LA DE LA LINEA DE CORRIDA DEL
006152*    BALANCE).
006153*    LA LLAMADA DEJA EL RETURN-CODE EN CERO, ASI QUE SE REPONE
006154*    AL VOLVER.
006155******************************************************************
006156 9900-REGISTRAR-FIN.
006157     MOVE RETURN-CODE TO WS-RCD-CODIGO.
006158     MOVE WS-BALC-CORRIDA TO WS-RCD-CORRIDA.
006159     MOVE "F" TO WS-RCD-FUNCION.
006160     CALL "regCadena" USING WS-RCD-PARAMETROS.
006161     IF WS-RCD-RETORNO NOT = "00"
006162         DISPLAY "CUADRE: NO SE REGISTRO EL FIN EN CADENA, "
006163             "STATUS = " WS-RCD-RETORNO
006164     END-IF.
006165     MOVE WS-RCD-CODIGO TO RETURN-CODE.
006166 9900-EXIT.
006167     EXIT.

006168******************************************************************
006169*    9999-FINALIZAR
006170*    ESCRIBE EL VEREDICTO DEL CUADRE, AVISA POR CONSOLA SI LA
006171*    CORRIDA QUEDO DESCUADRADA (RETURN-CODE 8 PARA QUE EL JOB
006180*    RETENGA LAS SALIDAS) Y TERMINA.
006190******************************************************************
006200 9999-FINALIZAR.
006280         MOVE 8 TO RETURN-CODE
006290     END-IF.
006300     CLOSE BALANCE-ARCH.
006305     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
006310     STOP RUN.
006320 9999-EXIT.
006330     EXIT.
