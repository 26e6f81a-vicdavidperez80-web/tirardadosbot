000240*     su final se coteja con dados.ctl; el registro de
000250*     continuidad de rotaciones.dat aporta el eslabon final de
000260*     cada cadena retirada, para poder auditar mes a mes.
000260*   - Si la mesa tiene catalogo de archivos (catalogo.idx),
000260*     cada registro archivado debe tener en el sus entradas
000260*     (sello, usuario y sesion) apuntando a su mes y numero
000260*     de orden, y no puede haber entradas de mas.
000270*
000280* La salida es un informe de excepciones; el codigo de salida
000290* es 0 si todo cuadra y 4 si algo no, para que el programador
000300* de tareas pueda avisarnos.
000310*
000311* 15-10-2026: Mesas de juego: con "--mesa=ID" se cuadran los
000311* almacenes de esa mesa (ID.dados.log, ID.sellos.dat,
000311* ID.dados.ctl, ID.dados-AAAAMM.arc, ID.rotaciones.dat e
000311* ID.dados.log.ilegibles), y de operaciones.log solo cuentan
000311* los revelados apuntados con " | mesa=ID"; con "--todas",
000311* la mesa comun y cada una de mesas.dat por separado, con un
000311* veredicto conjunto al final (4 si alguna no cuadra).
000311*
000311* 15-10-2026: Cotejo del catalogo de archivos (catalogo.idx
000311* de DadosCatalogo y DadosRotar) con los archivos mensuales:
000311* entradas que faltan o que sobran son excepciones, y el
000311* remedio es rehacerlo con DadosCatalogo.
000311*
000320* Opciones:
000330*   --antiguedad=N: dias a partir de los cuales una tirada
000340*                   sellada se lista como antigua (30 por
000350*                   defecto).
000350*   --mesa=ID:      cuadrar solo la mesa de juego ID.
000350*   --todas:        cuadrar la mesa comun y todas las de
000350*                   mesas.dat.

000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.       DadosCuadre.

000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000415 SPECIAL-NAMES.
000415     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS ws-log-status.
000470     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ws-arc-status.
000500     SELECT f-sellos ASSIGN TO DYNAMIC ws-sellos-nombre
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ws-sellos-status.
000530     SELECT f-control ASSIGN TO DYNAMIC ws-control-nombre
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ws-control-status.
000560     SELECT f-rotaciones ASSIGN TO DYNAMIC
000560         ws-rotaciones-nombre
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS ws-rotaciones-status.
000590     SELECT f-ileg ASSIGN TO DYNAMIC ws-ileg-nombre
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ws-ileg-status.
000611** El diario administrativo: sus apuntes de "revelar" dicen
000613     SELECT f-oper ASSIGN TO "operaciones.log"
000614         ORGANIZATION IS LINE SEQUENTIAL
000615         FILE STATUS IS ws-oper-status.
000616** El registro de mesas de juego, para "--todas":
000616     SELECT f-mesas ASSIGN TO "mesas.dat"
000616         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS ws-mesas-status.
000616** El catalogo indexado de los archivos mensuales:
000616     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000616         ORGANIZATION IS INDEXED
000616         ACCESS MODE IS DYNAMIC
000616         RECORD KEY IS cat-clave
000616         FILE STATUS IS ws-catalogo-status.

000620 DATA DIVISION.
000630 FILE SECTION.
000750     01 reg-ileg             PIC X(25000).
000751 FD  f-oper.
000752     01 reg-oper             PIC X(300).
000753 FD  f-mesas.
000753     01 reg-mesa             PIC X(20).
000753 FD  f-catalogo.
000753     COPY "registro_catalogo.cpy".

000760 WORKING-STORAGE SECTION.
000770     77 i                    PIC 9(6) USAGE IS COMP.
000820     77 ws-control-status    PIC XX.
000830     77 ws-rotaciones-status PIC XX.
000840     77 ws-ileg-status       PIC XX.
000850     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
000851** Mesa de juego en curso y nombres de sus almacenes (la mesa
000851** comun, sin prefijo, con los nombres de siempre):
000851     01 ws-log-nombre        PIC X(40) VALUE "dados.log".
000851     01 ws-sellos-nombre     PIC X(40) VALUE "sellos.dat".
000851     01 ws-control-nombre    PIC X(40) VALUE "dados.ctl".
000851     01 ws-rotaciones-nombre PIC X(40) VALUE "rotaciones.dat".
000851     01 ws-ileg-nombre       PIC X(40)
000851                             VALUE "dados.log.ilegibles".
000851     77 ws-mesas-status      PIC XX.
000851     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000851     01 mesa-prefijo         PIC X(17) VALUE SPACES.
000851     01 mesa-arg-temp        PIC X(24) VALUE SPACES.
000851     01 oper-mesa-txt        PIC X(60) VALUE SPACES.
000851     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
000851         88 mesa-modo              VALUE 1 FALSE 0.
000851     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
000851         88 todas-modo             VALUE 1 FALSE 0.
000851     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000851         88 fin-mesas              VALUE 1 FALSE 0.
000851     01 tabla-mesas.
000851         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
000851         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
000851     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000851     77 mesas-cuadradas      PIC 9(4) VALUE 0 USAGE IS COMP.
000851     77 mesas-descuadradas   PIC 9(4) VALUE 0 USAGE IS COMP.
000860     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000870         88 fin-log                VALUE 1 FALSE 0.
000880     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001510         05 anno-arc-txt     PIC 9(4).
001520         05 mes-arc-txt      PIC 99.
001530     77 arc-registros        PIC 9(9) VALUE 0 USAGE IS COMP.
001530** Cotejo del catalogo: el numero de orden del registro en su
001530** archivo, las entradas que deberia haber y las que hay:
001530     77 ws-catalogo-status   PIC XX.
001530     01 ws-catalogo-nombre   PIC X(40) VALUE "catalogo.idx".
001530     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001530         88 catalogo-presente      VALUE 1 FALSE 0.
001530     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001530         88 fin-catalogo           VALUE 1 FALSE 0.
001530     77 arc-num-mes          PIC 9(9) VALUE 0 USAGE IS COMP.
001530     77 cat-esperadas        PIC 9(9) VALUE 0 USAGE IS COMP.
001530     77 cat-faltan           PIC 9(9) VALUE 0 USAGE IS COMP.
001530     77 cat-leidas           PIC 9(9) VALUE 0 USAGE IS COMP.
001530     77 cat-sobran           PIC 9(9) VALUE 0 USAGE IS COMP.
001530     01 cat-clase-txt        PIC X(8) VALUE SPACES.
001540** Contadores del informe:
001550     77 total-excepciones    PIC 9(6) VALUE 0 USAGE IS COMP.
001560     77 sellados-antiguos    PIC 9(6) VALUE 0 USAGE IS COMP.
001760           END-IF
001770           MOVE FUNCTION TRIM(antiguedad-arg-temp)
001780                TO antiguedad-dias
001780         WHEN arg(1:7) = "--mesa="
001780           MOVE arg(8:24) TO mesa-arg-temp
001780           MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp)
001780                TO mesa-i
001780           IF mesa-arg-temp = SPACES OR mesa-i > 16 OR
001780              mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001780             DISPLAY "Error! Argumento no reconocido: '",
001780                     FUNCTION TRIM(arg), "'."
001780             MOVE 8 TO RETURN-CODE
001780             STOP RUN
001780           END-IF
001780           SET mesa-modo TO TRUE
001780           MOVE mesa-arg-temp(1:16) TO ws-mesa-id
001780         WHEN arg = "--todas"
001780           SET todas-modo TO TRUE
001790         WHEN OTHER
001800           DISPLAY "Error! Argumento no reconocido: '",
001810                   FUNCTION TRIM(arg), "'."
001830           STOP RUN
001840       END-EVALUATE
001850     END-PERFORM.
001850     IF mesa-modo AND todas-modo THEN
001850       DISPLAY "Error! --mesa= y --todas no van juntas."
001850       MOVE 8 TO RETURN-CODE
001850       STOP RUN
001850     END-IF.

001850** Una mesa (la indicada o la comun) o, con "--todas", la
001850** comun y despues cada una de mesas.dat, cada una con su
001850** propio informe de excepciones y su veredicto. El codigo de
001850** salida es 4 si alguna no cuadra:
001850   CUADRAR-MESAS.
001850     PERFORM CALCULAR-FECHA-CORTE.
001850     IF NOT todas-modo THEN
001850       PERFORM FIJAR-NOMBRES-MESA
001850       PERFORM CUADRAR
001850     ELSE
001850       PERFORM CARGAR-MESAS
001850       MOVE SPACES TO ws-mesa-id
001850       SET mesa-modo TO FALSE
001850       PERFORM FIJAR-NOMBRES-MESA
001850       PERFORM CUADRAR
001850       SET mesa-modo TO TRUE
001850       PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
001850         DISPLAY SPACE
001850         MOVE mesa-ent(mesa-i) TO ws-mesa-id
001850         PERFORM FIJAR-NOMBRES-MESA
001850         PERFORM CUADRAR
001850       END-PERFORM
001850       DISPLAY SPACE
001850       MOVE mesas-cuadradas TO cifra-disp
001850       MOVE mesas-descuadradas TO cifra2-disp
001850       DISPLAY "Mesas que cuadran: ", FUNCTION TRIM(cifra-disp),
001850               "; que no cuadran: ", FUNCTION TRIM(cifra2-disp),
001850               "."
001850     END-IF.
001850     IF mesas-descuadradas = 0 THEN
001850       MOVE 0 TO RETURN-CODE
001850     ELSE
001850       MOVE 4 TO RETURN-CODE
001850     END-IF.
001850     STOP RUN.

001850** Las mesas dadas de alta en mesas.dat (una por linea):
001850   CARGAR-MESAS.
001850     MOVE 0 TO mesa-num.
001850     SET fin-mesas TO FALSE.
001850     OPEN INPUT f-mesas.
001850     IF ws-mesas-status NOT = "00" THEN
001850       EXIT PARAGRAPH
001850     END-IF.
001850     PERFORM UNTIL fin-mesas OR mesa-num = 100
001850       READ f-mesas INTO reg-mesa
001850         AT END SET fin-mesas TO TRUE
001850         NOT AT END
001850           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
001850             ADD 1 TO mesa-num
001850             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
001850           END-IF
001850       END-READ
001850     END-PERFORM.
001850     CLOSE f-mesas.
001850     EXIT.

001850** Los nombres de los almacenes de la mesa en curso, y todas
001850** las tablas y contadores a cero para cuadrarla desde nada:
001850   FIJAR-NOMBRES-MESA.
001850     MOVE SPACES TO mesa-prefijo.
001850     IF mesa-modo THEN
001850       STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001850              "." DELIMITED BY SIZE
001850              INTO mesa-prefijo
001850       END-STRING
001850     END-IF.
001850     MOVE SPACES TO ws-log-nombre, ws-sellos-nombre,
001850                    ws-control-nombre, ws-rotaciones-nombre,
001850                    ws-ileg-nombre, ws-catalogo-nombre.
001850     STRING mesa-prefijo DELIMITED BY SPACE,
001850            "dados.log" DELIMITED BY SIZE INTO ws-log-nombre
001850     END-STRING.
001850     STRING mesa-prefijo DELIMITED BY SPACE,
001850            "catalogo.idx" DELIMITED BY SIZE
001850            INTO ws-catalogo-nombre
001850     END-STRING.
001850     STRING mesa-prefijo DELIMITED BY SPACE,
001850            "sellos.dat" DELIMITED BY SIZE INTO ws-sellos-nombre
001850     END-STRING.
001850     STRING mesa-prefijo DELIMITED BY SPACE,
001850            "dados.ctl" DELIMITED BY SIZE INTO ws-control-nombre
001850     END-STRING.
001850     STRING mesa-prefijo DELIMITED BY SPACE,
001850            "rotaciones.dat" DELIMITED BY SIZE
001850            INTO ws-rotaciones-nombre
001850     END-STRING.
001850     STRING mesa-prefijo DELIMITED BY SPACE,
001850            "dados.log.ilegibles" DELIMITED BY SIZE
001850            INTO ws-ileg-nombre
001850     END-STRING.
001850     INITIALIZE tabla-sellos, tabla-revelados, tabla-pendientes.
001850     MOVE 0 TO sello-tope, sello-techo, sellos-exceso,
001850               control-prev, vivo-lineas, vivo-sin-control,
001850               rot-leidas, rot-movidas, rot-ilegibles,
001850               suma-movidas, suma-ilegibles, rotaciones-num,
001850               arc-registros, total-excepciones,
001850               sellados-antiguos, ileg-lineas,
001850               cat-esperadas, cat-faltan, cat-leidas,
001850               cat-sobran.
001850     MOVE SPACES TO control-ultimo, ultimo-puente.
001850     EXIT.

001860   CUADRAR.
001880     PERFORM LEER-CONTADOR-SELLOS.
001890     DISPLAY "Cuadre de dados.log, sellos, archivos y cadena".
001900     DISPLAY "===============================================".
001900     IF mesa-modo THEN
001900       DISPLAY "Mesa: ", FUNCTION TRIM(ws-mesa-id)
001900     END-IF.
001905     PERFORM LEER-REVELADOS.
001910     PERFORM RECORRER-LOG-VIVO.
001920     PERFORM RECORRER-ARCHIVOS.
001950     PERFORM CUADRAR-SELLOS.
001960     PERFORM CUADRAR-RECUENTOS.
001970     PERFORM MOSTRAR-VEREDICTO.
001980     EXIT.

001990** La fecha a partir de la cual un sello cuenta como antiguo:
002000   CALCULAR-FECHA-CORTE.
002097   EXAMINAR-OPERACION.
002098     INITIALIZE campos-log, campos-n.
002099     MOVE SPACES TO oper-accion-txt, oper-result-txt,
002100                    oper-sello-txt, oper-mesa-txt.
002101     UNSTRING reg-oper DELIMITED BY " | "
002102       INTO campo-seg(1), campo-seg(2), campo-seg(3),
002103            campo-seg(4), campo-seg(5), campo-seg(6),
002115           END-IF
002116         WHEN campo-seg(j)(1:10) = "resultado="
002117           MOVE campo-seg(j)(11:60) TO oper-result-txt
002117         WHEN campo-seg(j)(1:5) = "mesa="
002117           MOVE campo-seg(j)(6:60) TO oper-mesa-txt
002118       END-EVALUATE
002119     END-PERFORM.
002119** Cada mesa numera sus sellos por su cuenta: solo valen los
002119** revelados de la mesa que se esta cuadrando:
002119     IF oper-mesa-txt NOT = ws-mesa-id THEN
002119       EXIT PARAGRAPH
002119     END-IF.
002120     IF FUNCTION TRIM(oper-accion-txt) = "revelar" AND
002121        oper-result-txt(1:8) = "revelada" AND
002122        oper-sello-txt NOT = SPACES AND
002340     MOVE SPACES TO control-ultimo.
002350     OPEN INPUT f-log.
002360     IF ws-log-status NOT = "00" THEN
002370       DISPLAY "Aviso: no existe ", FUNCTION TRIM(ws-log-nombre),
002370               " (log vivo vacio)."
002380       EXIT PARAGRAPH
002390     END-IF.
002400     PERFORM UNTIL fin-log
002480       END-READ
002490     END-PERFORM.
002500     CLOSE f-log.
002510** El final de la cadena viva tiene que cuadrar con dados.ctl
002510** (el de la mesa, con "--mesa="):
002520     IF control-ultimo NOT = SPACES THEN
002530       PERFORM LEER-CONTROL-ACTUAL
002540       MOVE control-prev TO control-disp
002550       IF FUNCTION TRIM(control-ultimo) NOT = control-disp THEN
002560         ADD 1 TO total-excepciones
002570         DISPLAY "EXCEPCION: el ultimo control de ",
002570                 FUNCTION TRIM(ws-log-nombre), " no cuadra"
002580         DISPLAY "con ", FUNCTION TRIM(ws-control-nombre),
002580                 " (faltan entradas por el final o el fichero"
002590         DISPLAY "de control esta desfasado)."
002600       END-IF
002610     END-IF.
002620     EXIT.

003390** Los archivos mensuales, del mes actual hacia atras:
003400   RECORRER-ARCHIVOS.
003401     SET catalogo-presente TO FALSE.
003402     OPEN INPUT f-catalogo.
003403     IF ws-catalogo-status = "00" THEN
003404       SET catalogo-presente TO TRUE
003405     END-IF.
003410     COMPUTE meses-total =
003420             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) * 12
003430             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2)) - 1.
003480       MOVE anno-arc TO anno-arc-txt
003490       MOVE mes-arc TO mes-arc-txt
003500       MOVE SPACES TO ws-arc-nombre
003510       STRING mesa-prefijo DELIMITED BY SPACE,
003510              "dados-" DELIMITED BY SIZE,
003520              mes-arc-nombre DELIMITED BY SIZE,
003530              ".arc" DELIMITED BY SIZE
003540              INTO ws-arc-nombre
003560       PERFORM EXAMINAR-ARCHIVO
003570       SUBTRACT 1 FROM meses-total
003580     END-PERFORM.
003581     IF catalogo-presente THEN
003582       PERFORM CUADRAR-CATALOGO
003583       CLOSE f-catalogo
003584     ELSE
003585       IF arc-registros > 0 THEN
003586         DISPLAY "Sin catalogo de archivos (",
003587                 FUNCTION TRIM(ws-catalogo-nombre),
003588                 "): no se coteja."
003589       END-IF
003589     END-IF.
003590     EXIT.

003600   EXAMINAR-ARCHIVO.
003630     IF ws-arc-status NOT = "00" THEN
003640       EXIT PARAGRAPH
003650     END-IF.
003655     MOVE 0 TO arc-num-mes.
003660     PERFORM UNTIL fin-arc
003670       READ f-arc
003680         AT END SET fin-arc TO TRUE
003690         NOT AT END
003700           ADD 1 TO arc-registros, arc-num-mes
003705           IF catalogo-presente THEN
003705             PERFORM COTEJAR-REGISTRO-CATALOGO
003705           END-IF
003710           IF arc-sello NOT = SPACES AND
003720              FUNCTION TRIM(arc-sello) IS NUMERIC THEN
003730             MOVE FUNCTION NUMVAL(arc-sello) TO sello-num
003810     CLOSE f-arc.
003820     EXIT.

003820** Las entradas que el registro recien leido debe tener en el
003820** catalogo (las mismas reglas que CATALOGAR-REGISTRO en
003820** DadosCatalogo y DadosRotar), buscadas por su clave exacta:
003820   COTEJAR-REGISTRO-CATALOGO.
003820     IF arc-sello NOT = SPACES AND
003820        FUNCTION TRIM(arc-sello) IS NUMERIC THEN
003820       MOVE SPACES TO reg-catalogo
003820       SET cat-es-sello TO TRUE
003820       MOVE FUNCTION NUMVAL(arc-sello) TO cat-sello
003820       MOVE "sello" TO cat-clase-txt
003820       PERFORM COTEJAR-ENTRADA-CATALOGO
003820     END-IF.
003820     IF arc-usuario NOT = SPACES THEN
003820       MOVE SPACES TO reg-catalogo
003820       SET cat-es-usuario TO TRUE
003820       MOVE arc-usuario TO cat-usuario
003820       MOVE arc-fecha TO cat-u-fecha
003820       MOVE "usuario" TO cat-clase-txt
003820       PERFORM COTEJAR-ENTRADA-CATALOGO
003820     END-IF.
003820     IF arc-sesion NOT = SPACES THEN
003820       MOVE SPACES TO reg-catalogo
003820       SET cat-es-sesion TO TRUE
003820       MOVE arc-sesion TO cat-sesion
003820       MOVE arc-fecha TO cat-n-fecha
003820       MOVE "sesion" TO cat-clase-txt
003820       PERFORM COTEJAR-ENTRADA-CATALOGO
003820     END-IF.
003820     EXIT.

003820** Las diez primeras que falten se listan; el resto solo se
003820** cuenta:
003820   COTEJAR-ENTRADA-CATALOGO.
003820     MOVE mes-arc-nombre TO cat-mes.
003820     MOVE arc-num-mes TO cat-num.
003820     ADD 1 TO cat-esperadas.
003820     READ f-catalogo
003820       INVALID KEY
003820         ADD 1 TO cat-faltan
003820         IF cat-faltan NOT > 10 THEN
003820           MOVE arc-num-mes TO cifra-disp
003820           DISPLAY "EXCEPCION: falta en el catalogo la entrada",
003820                   " por ", FUNCTION TRIM(cat-clase-txt),
003820                   " de ", mes-arc-nombre, "/",
003820                   FUNCTION TRIM(cifra-disp), "."
003820         END-IF
003820     END-READ.
003820     EXIT.

003820** Con los archivos recorridos: cuantas entradas tiene el
003820** catalogo. Las que sobran apuntan a registros que ya no
003820** estan (un archivo borrado a mano) o que han cambiado:
003820   CUADRAR-CATALOGO.
003820     SET fin-catalogo TO FALSE.
003820     MOVE LOW-VALUES TO cat-clave.
003820     START f-catalogo KEY IS NOT LESS THAN cat-clave
003820       INVALID KEY SET fin-catalogo TO TRUE
003820     END-START.
003820     PERFORM UNTIL fin-catalogo
003820       READ f-catalogo NEXT RECORD
003820         AT END SET fin-catalogo TO TRUE
003820         NOT AT END ADD 1 TO cat-leidas
003820       END-READ
003820     END-PERFORM.
003820     IF cat-leidas > cat-esperadas - cat-faltan THEN
003820       COMPUTE cat-sobran =
003820               cat-leidas - (cat-esperadas - cat-faltan)
003820     END-IF.
003820     IF cat-faltan > 0 THEN
003820       ADD 1 TO total-excepciones
003820       MOVE cat-faltan TO cifra-disp
003820       DISPLAY "EXCEPCION: faltan ", FUNCTION TRIM(cifra-disp),
003820               " entradas en ",
003820               FUNCTION TRIM(ws-catalogo-nombre),
003820               "; rehacerlo con DadosCatalogo."
003820     END-IF.
003820     IF cat-sobran > 0 THEN
003820       ADD 1 TO total-excepciones
003820       MOVE cat-sobran TO cifra-disp
003820       DISPLAY "EXCEPCION: ", FUNCTION TRIM(ws-catalogo-nombre),
003820               " tiene ", FUNCTION TRIM(cifra-disp),
003820               " entradas de mas; rehacerlo con DadosCatalogo."
003820     END-IF.
003820     EXIT.

003830** Los registros de continuidad que deja DadosRotar: cada uno
003840** debe cumplir leidas = movidas + ilegibles, y sus sumas
003850** sirven para cotejar archivos e ilegibles:
005850     MOVE arc-registros TO cifra-disp.
005860     DISPLAY "Registros en archivos mensuales: ",
005870             FUNCTION TRIM(cifra-disp).
005871     IF catalogo-presente THEN
005872       MOVE cat-leidas TO cifra-disp
005873       DISPLAY "Entradas del catalogo de archivos: ",
005874               FUNCTION TRIM(cifra-disp)
005875     END-IF.
005880     MOVE sello-tope TO cifra-disp.
005890     DISPLAY "Contador de sellos: ",
005900             FUNCTION TRIM(cifra-disp).
005950     DISPLAY "Excepciones: ", FUNCTION TRIM(cifra-disp).
005960     IF total-excepciones = 0 THEN
005970       DISPLAY "TODO CUADRA."
005980       ADD 1 TO mesas-cuadradas
005990     ELSE
006000       DISPLAY "NO CUADRA: revisar las excepciones de arriba."
006010       ADD 1 TO mesas-descuadradas
006020     END-IF.
006030     EXIT.
