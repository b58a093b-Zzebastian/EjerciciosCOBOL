000100*             PIDE, DEPURA LOS REGISTROS ANTERIORES A UNA FECHA
000110*             DE CORTE, DEJANDO CONSTANCIA DE LO BORRADO EN UN
000120*             REPORTE DE DEPURACION.
000130* TECTONICS.  cobc -x mantMaestro.cbl grabDiario.cbl
000140******************************************************************
000150* HISTORIAL DE MODIFICACIONES
000160* FECHA       INIC.  DESCRIPCION
000207* 02/09/2026  RAS    AMPLIACION A DIVIDENDOS DE 12 DIGITOS EN
000208*                    LA CLAVE DEL MAESTRO Y EN EL REPORTE DE
000209*                    DEPURACION.
000211* 15/10/2026  RAS    CADA REGISTRO DEPURADO SE ASIENTA COMO BAJA
000213*                    EN EL DIARIO DE CAMBIOS POR MEDIO DE
000215*                    grabDiario, CON SU IMAGEN ANTERIOR.
000217******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. mantMaestro.
000240 AUTHOR. R. ALVAREZ SOSA.
001400         10  WS-FEC-CANTIDAD          PIC 9(08) COMP.

001410******************************************************************
001411*    AREA DE PARAMETROS DE LA LLAMADA AL DIARIO DE CAMBIOS
001412*    grabDiario, LA MISMA QUE DECLARA EL SUBPROGRAMA EN SU
001413*    LINKAGE SECTION. SOLO SE USA CUANDO SE DEPURA.
001414******************************************************************
001415 01  WS-GDI-PARAMETROS.
001416     05  WS-GDI-FUNCION               PIC X(01).
001417     05  WS-GDI-PROGRAMA              PIC X(12)
001418                                      VALUE "mantMaestro".
001420     05  WS-GDI-CORRIDA               PIC 9(06) VALUE ZERO.
001421     05  WS-GDI-ARCHIVO               PIC X(01) VALUE "M".
001422     05  WS-GDI-OPERACION             PIC X(01) VALUE "B".
001423     05  WS-GDI-ANTES                 PIC X(40).
001424     05  WS-GDI-DESPUES               PIC X(40) VALUE SPACES.
001425     05  WS-GDI-SECUENCIA             PIC 9(10).
001426     05  WS-GDI-RETORNO               PIC X(02).

001427******************************************************************
001428*    LINEAS DEL REPORTE DEL LISTADO
001430******************************************************************
001440 01  WS-ENCABEZADO-1                  PIC X(80)
001450         VALUE "LISTADO DEL ARCHIVO MAESTRO DE PRIMOS".
002150*    1000-INICIALIZAR
002160*    LEE LA TARJETA DE CONTROL, VALIDA LA FECHA DE CORTE CUANDO
002170*    SE PIDE DEPURACION, Y ABRE EL MAESTRO (EN ENTRADA PARA SOLO
002180*    LISTAR, EN I-O PARA PODER BORRAR) Y LOS REPORTES. SI SE
002185*    DEPURA ABRE TAMBIEN EL DIARIO DE CAMBIOS.
002190******************************************************************
002200 1000-INICIALIZAR.
002210     PERFORM 1100-LEER-TARJETA THRU 1100-EXIT.
002400         IF WS-STATUS-DEPURA NOT = "00"
002410             DISPLAY "MANTMAESTRO: ERROR AL ABRIR DEPURADOS, "
002420                 "STATUS = " WS-STATUS-DEPURA
002421             STOP RUN
002422         END-IF
002423         MOVE "A" TO WS-GDI-FUNCION
002425         CALL "grabDiario" USING WS-GDI-PARAMETROS
002426         IF WS-GDI-RETORNO NOT = "00"
002427             DISPLAY "MANTMAESTRO: ERROR AL ABRIR DIARIO, "
002428                 "STATUS = " WS-GDI-RETORNO
002430             STOP RUN
002440         END-IF
002450         WRITE DEP-LINEA FROM WS-DEP-ENCABEZADO-1
003680     MOVE MST-RESULTADO TO WS-DEPD-RESULTADO.
003690     MOVE MST-FECHA TO WS-DEPD-FECHA.
003700     WRITE DEP-LINEA FROM WS-DEP-DETALLE.
003705     MOVE MST-REGISTRO TO WS-GDI-ANTES.
003710     DELETE MAESTRO-ARCH RECORD.
003720     IF WS-STATUS-MAESTRO NOT = "00"
003730         DISPLAY "MANTMAESTRO: ERROR AL BORRAR, STATUS = "
003740             WS-STATUS-MAESTRO
003741         STOP RUN
003742     END-IF.
003743     MOVE "G" TO WS-GDI-FUNCION.
003745     CALL "grabDiario" USING WS-GDI-PARAMETROS.
003746     IF WS-GDI-RETORNO NOT = "00"
003747         DISPLAY "MANTMAESTRO: ERROR AL GRABAR DIARIO, STATUS = "
003748             WS-GDI-RETORNO
003750         STOP RUN
003760     END-IF.
003770     ADD 1 TO WS-CONT-DEPURADOS.
004530         MOVE WS-CONT-DEPURADOS TO WS-DEPT-DEPURADOS
004540         WRITE DEP-LINEA FROM WS-DEP-TRAILER
004550         CLOSE DEPURA-ARCH
004553         MOVE "C" TO WS-GDI-FUNCION
004556         CALL "grabDiario" USING WS-GDI-PARAMETROS
004560     END-IF.
004570     CLOSE MAESTRO-ARCH.
004580     CLOSE LISTADO-ARCH.
