000193*                    TOTALES DE PRODUCCION DEL PERIODO.
000194* 02/09/2026  RAS    EL DETALLE MUESTRA EL NUMERO CONSECUTIVO
000195*                    DE CORRIDA QUE AHORA SELLA ESPRIMO.
000196* 15/10/2026  RAS    EL DETALLE DE LAS CORRIDAS DE ESPRIMO (DE
000197*                    PRODUCCION Y DE ENSAYO, EN CUALQUIER MODO)
000198*                    MUESTRA SU DURACION EN MINUTOS.
000200* 15/10/2026  RAS    LOS ASIENTOS DE LA AUDITORIA DEL MAESTRO
000202*                    (MODO "A", LOS GRABA audMaestro PARA
000204*                    vigBitacora) NO SON CORRIDAS: SE OMITEN.
000206******************************************************************
000208 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. repBitacora.
000220 AUTHOR. R. ALVAREZ SOSA.
000230 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000654     05  BIT-MOTIVO                   PIC X(20).
000656     05  BIT-ENSAYO                   PIC X(01).
000657     05  BIT-CORRIDA                  PIC 9(06).
000660     05  BIT-DURACION                 PIC 9(03).

000670******************************************************************
000680*    TARJETA DE CONTROL - PERIODO AAAAMM A INFORMAR. SI NO HAY
001243             VALUE "DUPLICAD".
001244     05  FILLER                       PIC X(08)
001245             VALUE " CORRIDA".
001246     05  FILLER                       PIC X(05)
001248             VALUE "  MIN".

001250 01  WS-DETALLE.
001260     05  FILLER                       PIC X(03) VALUE SPACES.
001432     05  WS-DET-DUPLICADOS            PIC ZZZZZZZ9.
001433     05  FILLER                       PIC X(02) VALUE SPACES.
001434     05  WS-DET-CORRIDA               PIC 9(06).
001436     05  FILLER                       PIC X(02) VALUE SPACES.
001438     05  WS-DET-DURACION              PIC ZZ9.

001440******************************************************************
001450*    LINEA ADICIONAL PARA LAS CORRIDAS EN MODO DE RANGO, CON
002612*    PARA QUE EL INFORME NO CAIGA SUMANDO BASURA. EL CONTADOR
002613*    DE DUPLICADOS NO ENTRA EN ESTA PRUEBA: LOS REGISTROS
002614*    ANTERIORES A ESE CAMPO LO TRAEN EN BLANCO Y SIGUEN SIENDO
002616*    VALIDOS (2200 LO TRATA COMO CERO). LOS ASIENTOS DE LA
002618*    AUDITORIA DEL MAESTRO (MODO "A") NO SE INFORMAN.
002620******************************************************************
002630 2000-PROCESAR-BITACORA.
002640     IF BIT-FECHA NOT NUMERIC
002650         ADD 1 TO WS-CONT-ILEGIBLES
002660     ELSE
002670         IF BIT-PERIODO = WS-CC-PERIODO
002671                 AND BIT-MODO NOT = "A"
002672             IF BIT-MODO = "M"
002674                 PERFORM 2300-INFORMAR-MANUAL THRU 2300-EXIT
002676             ELSE
002880*    ESCRIBE LA LINEA DE DETALLE DE UNA CORRIDA DEL PERIODO Y
002890*    ACUMULA SUS CONTADORES EN LOS TOTALES DEL MES. LAS
002900*    CORRIDAS EN MODO DE RANGO LLEVAN UNA SEGUNDA LINEA CON
002905*    LOS LIMITES DESDE/HASTA DE ESA CORRIDA. LA DURACION VA EN
002910*    MINUTOS; LOS REGISTROS ANTERIORES A ESE CAMPO LA TRAEN EN
002915*    BLANCO Y SE LISTAN EN CERO.
002920******************************************************************
002930 2200-INFORMAR-CORRIDA.
002940     ADD 1 TO WS-CONT-CORRIDAS.
003158     ELSE
003159         MOVE ZERO TO WS-DET-CORRIDA
003160     END-IF.
003161     IF BIT-DURACION NUMERIC
003163         MOVE BIT-DURACION TO WS-DET-DURACION
003164     ELSE
003165         MOVE ZERO TO WS-DET-DURACION
003167     END-IF.
003168     WRITE INF-LINEA FROM WS-DETALLE.
003170     IF BIT-MODO = "R" OR BIT-MODO = "C"
003180         MOVE BIT-RANGO-DESDE TO WS-DETR-DESDE
003190         MOVE BIT-RANGO-HASTA TO WS-DETR-HASTA
003271     ELSE
003272         MOVE ZERO TO WS-DET-CORRIDA
003273     END-IF.
003274     IF BIT-DURACION NUMERIC
003275         MOVE BIT-DURACION TO WS-DET-DURACION
003277     ELSE
003278         MOVE ZERO TO WS-DET-DURACION
003279     END-IF.
003280     WRITE INF-LINEA FROM WS-DETALLE.
003282     WRITE INF-LINEA FROM WS-AVISO-ENSAYO.
003283     IF BIT-MODO = "R" OR BIT-MODO = "C"
003284         MOVE BIT-RANGO-DESDE TO WS-DETR-DESDE
003286         MOVE BIT-RANGO-HASTA TO WS-DETR-HASTA
003287         WRITE INF-LINEA FROM WS-DET-RANGO
003288     END-IF.
003289 2400-EXIT.
003291     EXIT.

003292******************************************************************
003293*    9000-ESCRIBIR-TOTALES
003294*    ESCRIBE LOS TOTALES DEL PERIODO, EL AVISO DE PERIODO SIN
003296*    CORRIDAS Y EL DE REGISTROS ILEGIBLES SI LOS HUBO.
003297******************************************************************
003298 9000-ESCRIBIR-TOTALES.
003300     IF WS-CONT-CORRIDAS = ZERO
003310         WRITE INF-LINEA FROM WS-AVISO-SIN-CORRIDAS
003320     END-IF.
