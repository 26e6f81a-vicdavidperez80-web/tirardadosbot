000210*   --hasta=AAAAMMDD: hasta esa fecha (incluida).
000220*   --expr=TEXTO: solo expresiones que contengan TEXTO.
000230*   --sello=N: solo la tirada sellada numero N.
000230*   --sesion=ETIQUETA: solo las tiradas de esa sesion.
000240*   --csv: una linea por tirada, campos separados por ";"
000250*          (los valores de los dados con "," y los bloques
000260*          con "|"), con cabecera.
000270*   --json: un objeto JSON de una linea por tirada.
000280*
000290* Codigo de salida: 0 con resultados, 4 sin ninguno, 8 error.
000290*
000290* 15-10-2026: Con "--sello=", "--sesion=" o "--usuario=", si
000290* existe el catalogo de archivos (catalogo.idx, lo rehace
000290* DadosCatalogo y lo amplia DadosRotar) se leen solo los
000290* registros a los que apuntan sus entradas en vez del archivo
000290* entero. Nueva opcion "--sesion=".

000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.       DadosBuscar.
000380     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS ws-arc-status.
000400     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000400         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS cat-clave
000400         FILE STATUS IS ws-catalogo-status.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  f-arc.
000440     COPY "registro_arc.cpy".
000440 FD  f-catalogo.
000440     COPY "registro_catalogo.cpy".

000450 WORKING-STORAGE SECTION.
000460     77 i                    PIC 9(4) USAGE IS COMP.
000500     01 ws-arc-nombre        PIC X(30) VALUE SPACES.
000510     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000520         88 fin-arc                VALUE 1 FALSE 0.
000520** El catalogo de archivos y el numero de orden del ultimo
000520** registro leido del archivo del mes:
000520     77 ws-catalogo-status   PIC XX.
000520     01 ws-catalogo-nombre   PIC X(30) VALUE "catalogo.idx".
000520     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000520         88 catalogo-disponible    VALUE 1 FALSE 0.
000520     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000520         88 fin-catalogo           VALUE 1 FALSE 0.
000520     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000520         88 entrada-del-mes        VALUE 1 FALSE 0.
000520     77 arc-leido-num        PIC 9(9) VALUE 0 USAGE IS COMP.
000530** Opciones de ejecucion:
000540     01 argumentos-programa.
000550         05 arg              PIC X(130) VALUE SPACES.
000650             88 filtro-expr        VALUE 1 FALSE 0.
000660         05 opt-sello        PIC 9 VALUE 0 USAGE IS COMP.
000670             88 filtro-sello       VALUE 1 FALSE 0.
000670         05 opt-sesion       PIC 9 VALUE 0 USAGE IS COMP.
000670             88 filtro-sesion      VALUE 1 FALSE 0.
000680     01 usuario-buscado      PIC X(60) VALUE SPACES.
000680     01 sesion-buscada       PIC X(32) VALUE SPACES.
000690     01 expr-buscada         PIC X(120) VALUE SPACES.
000700     77 expr-buscada-long    PIC 999 VALUE 0 USAGE IS COMP.
000710     77 sello-buscado        PIC 9(9) VALUE 0 USAGE IS COMP.
001210       DISPLAY "fecha;usuario;expresion;resultado;sello;",
001220               "anulada;valores"
001230     END-IF.
001231** El catalogo solo sirve si hay una clave por la que entrar:
001232     IF filtro-sello OR filtro-sesion OR filtro-usuario THEN
001233       OPEN INPUT f-catalogo
001234       IF ws-catalogo-status = "00" THEN
001235         SET catalogo-disponible TO TRUE
001236       END-IF
001237     END-IF.
001240     PERFORM VARYING i FROM 1 BY 1 UNTIL i > mes-num
001250       PERFORM BUSCAR-EN-MES
001260     END-PERFORM.
001261     IF catalogo-disponible THEN
001262       CLOSE f-catalogo
001263     END-IF.
001270     PERFORM MOSTRAR-RESUMEN.
001280     IF total-coincide > 0 THEN
001290       MOVE 0 TO RETURN-CODE
001530           PERFORM ERROR-ARGUMENTO
001540         END-IF
001550         MOVE FUNCTION TRIM(opcion-arg-temp) TO sello-buscado
001550       WHEN arg(1:9) = "--sesion="
001550         MOVE arg(10:32) TO opcion-arg-temp
001550         IF opcion-arg-temp = SPACES THEN
001550           PERFORM ERROR-ARGUMENTO
001550         END-IF
001550         SET filtro-sesion TO TRUE
001550         MOVE FUNCTION TRIM(opcion-arg-temp) TO sesion-buscada
001560       WHEN arg(1:8) = "--desde="
001570         MOVE arg(9:24) TO opcion-arg-temp
001580         IF FUNCTION TRIM(opcion-arg-temp) IS NOT NUMERIC OR
002090       EXIT PARAGRAPH
002100     END-IF.
002110     ADD 1 TO total-ficheros.
002111     IF catalogo-disponible THEN
002112       PERFORM BUSCAR-EN-MES-POR-CATALOGO
002113       CLOSE f-arc
002114       EXIT PARAGRAPH
002115     END-IF.
002120     PERFORM UNTIL fin-arc
002130       READ f-arc
002140         AT END SET fin-arc TO TRUE
002240     CLOSE f-arc.
002250     EXIT.

002250** Con catalogo: se entra por la clave mas selectiva de las
002250** pedidas (sello, sesion o usuario) en el mes, y de cada
002250** entrada se lee solo el registro al que apunta. Los demas
002250** filtros se aplican despues como siempre:
002250   BUSCAR-EN-MES-POR-CATALOGO.
002250     MOVE 0 TO arc-leido-num.
002250     MOVE SPACES TO reg-catalogo.
002250     EVALUATE TRUE
002250       WHEN filtro-sello
002250         SET cat-es-sello TO TRUE
002250         MOVE sello-buscado TO cat-sello
002250         MOVE mes-pedido(i) TO cat-mes
002250         MOVE 0 TO cat-num
002250       WHEN filtro-sesion
002250         SET cat-es-sesion TO TRUE
002250         MOVE sesion-buscada TO cat-sesion
002250         MOVE mes-pedido(i) TO cat-n-fecha(1:6)
002250         MOVE LOW-VALUES TO cat-n-fecha(7:8), cat-mes
002250       WHEN OTHER
002250         SET cat-es-usuario TO TRUE
002250         MOVE usuario-buscado TO cat-usuario
002250         MOVE mes-pedido(i) TO cat-u-fecha(1:6)
002250         MOVE LOW-VALUES TO cat-u-fecha(7:8), cat-mes
002250     END-EVALUATE.
002250     SET fin-catalogo TO FALSE.
002250     START f-catalogo KEY IS NOT LESS THAN cat-clave
002250       INVALID KEY SET fin-catalogo TO TRUE
002250     END-START.
002250     PERFORM UNTIL fin-catalogo
002250       READ f-catalogo NEXT RECORD
002250         AT END SET fin-catalogo TO TRUE
002250         NOT AT END
002250           PERFORM COMPROBAR-ENTRADA-MES
002250           IF entrada-del-mes THEN
002250             PERFORM LEER-REGISTRO-APUNTADO
002250           END-IF
002250       END-READ
002250     END-PERFORM.
002250     EXIT.

002250** La entrada leida sigue siendo de la clave y del mes
002250** buscados? Si no, se acabo la busqueda en este mes:
002250   COMPROBAR-ENTRADA-MES.
002250     SET entrada-del-mes TO FALSE.
002250     EVALUATE TRUE
002250       WHEN filtro-sello
002250         IF cat-es-sello AND cat-sello = sello-buscado AND
002250            cat-mes = mes-pedido(i) THEN
002250           SET entrada-del-mes TO TRUE
002250         END-IF
002250       WHEN filtro-sesion
002250         IF cat-es-sesion AND cat-sesion = sesion-buscada AND
002250            cat-n-fecha(1:6) = mes-pedido(i) THEN
002250           SET entrada-del-mes TO TRUE
002250         END-IF
002250       WHEN OTHER
002250         IF cat-es-usuario AND cat-usuario = usuario-buscado AND
002250            cat-u-fecha(1:6) = mes-pedido(i) THEN
002250           SET entrada-del-mes TO TRUE
002250         END-IF
002250     END-EVALUATE.
002250     IF NOT entrada-del-mes THEN
002250       SET fin-catalogo TO TRUE
002250     END-IF.
002250     IF cat-mes NOT = mes-pedido(i) THEN
002250       SET entrada-del-mes TO FALSE
002250     END-IF.
002250     EXIT.

002250** El archivo es secuencial: se avanza hasta el registro
002250** apuntado, y si la entrada apunta mas atras se vuelve a
002250** abrir. Una entrada que apunta mas alla del final (catalogo
002250** que no cuadra, ver DadosCuadre) se ignora:
002250   LEER-REGISTRO-APUNTADO.
002250     IF cat-num NOT > arc-leido-num THEN
002250       CLOSE f-arc
002250       OPEN INPUT f-arc
002250       MOVE 0 TO arc-leido-num
002250       SET fin-arc TO FALSE
002250     END-IF.
002250     PERFORM UNTIL fin-arc OR arc-leido-num = cat-num
002250       READ f-arc
002250         AT END SET fin-arc TO TRUE
002250         NOT AT END ADD 1 TO arc-leido-num
002250       END-READ
002250     END-PERFORM.
002250     IF fin-arc THEN
002250       EXIT PARAGRAPH
002250     END-IF.
002250     ADD 1 TO total-examinados.
002250     PERFORM FILTRAR-REGISTRO.
002250     IF registro-cuadra THEN
002250       ADD 1 TO total-coincide
002250       PERFORM MOSTRAR-REGISTRO
002250     END-IF.
002250     EXIT.

002260** Aplicar los filtros pedidos al registro cargado en reg-arc:
002270   FILTRAR-REGISTRO.
002280     SET registro-cuadra TO TRUE.
002310         SET registro-cuadra TO FALSE
002320       END-IF
002330     END-IF.
002331     IF filtro-sesion THEN
002332       IF FUNCTION TRIM(arc-sesion) NOT = sesion-buscada THEN
002333         SET registro-cuadra TO FALSE
002334       END-IF
002335     END-IF.
002340     IF fecha-desde NOT = SPACES AND
002350        arc-fecha(1:8) < fecha-desde THEN
002360       SET registro-cuadra TO FALSE
004380     IF salida-csv OR salida-json THEN
004390       EXIT PARAGRAPH
004400     END-IF.
004401     IF catalogo-disponible THEN
004402       DISPLAY "Busqueda por el catalogo de archivos (",
004403               FUNCTION TRIM(ws-catalogo-nombre), ")."
004404     END-IF.
004410     MOVE total-ficheros TO cifra-disp.
004420     DISPLAY "Archivos leidos: ", FUNCTION TRIM(cifra-disp)
004430             WITH NO ADVANCING.
