000220*
000230* Codigo de salida: 0 sin indicios, 4 con algun tamano
000240* sospechoso, 8 error.
000240*
000240* 15-10-2026: Con "--usuario=", si existe el catalogo de
000240* archivos (catalogo.idx) solo se leen los registros de ese
000240* usuario a los que apuntan sus entradas, en vez de cada
000240* archivo entero.

000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.       DadosSesgoReal.
000330     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS ws-arc-status.
000350     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000350         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS cat-clave
000350         FILE STATUS IS ws-catalogo-status.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  f-arc.
000390     COPY "registro_arc.cpy".
000390 FD  f-catalogo.
000390     COPY "registro_catalogo.cpy".

000400 WORKING-STORAGE SECTION.
000410     77 i                    PIC 9(4) USAGE IS COMP.
000450     01 ws-arc-nombre        PIC X(30) VALUE SPACES.
000460     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000470         88 fin-arc                VALUE 1 FALSE 0.
000470** El catalogo de archivos y el numero de orden del ultimo
000470** registro leido del archivo del mes:
000470     77 ws-catalogo-status   PIC XX.
000470     01 ws-catalogo-nombre   PIC X(30) VALUE "catalogo.idx".
000470     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000470         88 catalogo-disponible    VALUE 1 FALSE 0.
000470     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000470         88 fin-catalogo           VALUE 1 FALSE 0.
000470     77 arc-leido-num        PIC 9(9) VALUE 0 USAGE IS COMP.
000480** Opciones de ejecucion:
000490     01 argumentos-programa.
000500         05 arg              PIC X(80) VALUE SPACES.
001440     END-IF.

001450   ANALIZAR-ARCHIVOS.
001451     IF filtro-usuario THEN
001452       OPEN INPUT f-catalogo
001453       IF ws-catalogo-status = "00" THEN
001454         SET catalogo-disponible TO TRUE
001455       END-IF
001456     END-IF.
001460     PERFORM VARYING i FROM 1 BY 1 UNTIL i > mes-num
001470       PERFORM LEER-MES
001480     END-PERFORM.
001481     IF catalogo-disponible THEN
001482       CLOSE f-catalogo
001483     END-IF.
001490     PERFORM MOSTRAR-INFORME.
001500     IF algun-sesgo THEN
001510       MOVE 4 TO RETURN-CODE
001670               FUNCTION TRIM(ws-arc-nombre), "."
001680       EXIT PARAGRAPH
001690     END-IF.
001691     IF catalogo-disponible THEN
001692       PERFORM LEER-MES-POR-CATALOGO
001693       CLOSE f-arc
001694       EXIT PARAGRAPH
001695     END-IF.
001700     PERFORM UNTIL fin-arc
001710       READ f-arc
001720         AT END SET fin-arc TO TRUE
001760     CLOSE f-arc.
001770     EXIT.

001770** Con catalogo: las entradas "U" del usuario en el mes dicen
001770** que registros leer; el archivo es secuencial, asi que se
001770** avanza hasta cada uno (y se vuelve a abrir si la entrada
001770** apunta mas atras):
001770   LEER-MES-POR-CATALOGO.
001770     MOVE 0 TO arc-leido-num.
001770     MOVE SPACES TO reg-catalogo.
001770     SET cat-es-usuario TO TRUE.
001770     MOVE usuario-buscado TO cat-usuario.
001770     MOVE mes-pedido(i) TO cat-u-fecha(1:6).
001770     MOVE LOW-VALUES TO cat-u-fecha(7:8), cat-mes.
001770     SET fin-catalogo TO FALSE.
001770     START f-catalogo KEY IS NOT LESS THAN cat-clave
001770       INVALID KEY SET fin-catalogo TO TRUE
001770     END-START.
001770     PERFORM UNTIL fin-catalogo
001770       READ f-catalogo NEXT RECORD
001770         AT END SET fin-catalogo TO TRUE
001770         NOT AT END
001770           IF NOT cat-es-usuario OR
001770              cat-usuario NOT = usuario-buscado OR
001770              cat-u-fecha(1:6) NOT = mes-pedido(i) THEN
001770             SET fin-catalogo TO TRUE
001770           ELSE
001770             IF cat-mes = mes-pedido(i) THEN
001770               PERFORM LEER-REGISTRO-APUNTADO
001770             END-IF
001770           END-IF
001770       END-READ
001770     END-PERFORM.
001770     EXIT.

001770   LEER-REGISTRO-APUNTADO.
001770     IF cat-num NOT > arc-leido-num THEN
001770       CLOSE f-arc
001770       OPEN INPUT f-arc
001770       MOVE 0 TO arc-leido-num
001770       SET fin-arc TO FALSE
001770     END-IF.
001770     PERFORM UNTIL fin-arc OR arc-leido-num = cat-num
001770       READ f-arc
001770         AT END SET fin-arc TO TRUE
001770         NOT AT END ADD 1 TO arc-leido-num
001770       END-READ
001770     END-PERFORM.
001770     IF NOT fin-arc THEN
001770       PERFORM ACUMULAR-REGISTRO
001770     END-IF.
001770     EXIT.

001780** Un registro del archivo: aplicar el filtro de usuario y
001790** recorrer sus bloques en paralelo con la expresion:
001800   ACUMULAR-REGISTRO.
002880       DISPLAY "Solo tiradas de: ",
002890               FUNCTION TRIM(usuario-buscado)
002900     END-IF.
002901     IF catalogo-disponible THEN
002902       DISPLAY "Busqueda por el catalogo de archivos (",
002903               FUNCTION TRIM(ws-catalogo-nombre), ")."
002904     END-IF.
002910     IF tam-num = 0 THEN
002920       DISPLAY "No hay dados que analizar."
002930       EXIT PARAGRAPH
