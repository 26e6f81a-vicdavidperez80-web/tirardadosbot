000000* Olvido de un jugador: cuando alguien deja el grupo y pide
000010* que se le borre, su identificador de Telegram esta repartido
000020* por usuarios.idx, cuotas.dat, cuotas.dia, programadas.dat,
000030* dados.log, todos los dados-AAAAMM.arc y algun diario mas, y
000040* editar dados.log a mano rompe la cadena de control que
000050* comprueban "--comprobar-log" y DadosCuadre.
000060*
000070* Este programa sustituye el identificador por un seudonimo
000080* neutro en todos los almacenes, bajo el cerrojo dados.lck:
000090*   - comunes: usuarios.idx (el registro cambia de clave y
000100*     conserva la ultima tirada), programadas.dat y los
000110*     apuntes " | usuario=" de operaciones.log;
000120*   - de la mesa comun y de cada mesa de mesas.dat: dados.log,
000130*     los archivos mensuales (arc-usuario), los apartados de
000140*     dados.log.ilegibles, cuotas.dat (reglas "ID=N" y
000150*     "denegar=ID"), cuotas.dia, combate.log y recursos.log.
000150*     Si la mesa tiene catalogo de archivos (catalogo.idx),
000150*     las entradas por usuario de los registros archivados
000150*     pasan al seudonimo.
000160* Solo se tocan campos completos ("usuario=ID", la clave del
000170* indice y las reglas de cuotas): un texto libre que contenga
000180* el identificador por casualidad no se reescribe.
000190*
000200* La cadena de control: cada dados.log se comprueba entero
000210* ANTES de cambiar nada (y su final contra dados.ctl). Si no
000220* cuadra no se toca nada, porque rehacerla taparia una
000230* alteracion anterior: primero hay que aclararla con
000240* DadosCuadre. Si cuadra, el log se reescribe linea a linea
000250* con los controles recalculados desde la primera linea
000260* cambiada y dados.ctl recibe el nuevo eslabon final. Los
000270* "control=" de recursos.log que apuntaban a entradas del log
000280* se actualizan al valor nuevo de cada entrada. Los numeros
000290* de linea no cambian, asi que "--verificar=N" y
000300* "--verificar=AAAAMM/N" siguen repitiendo las mismas tiradas
000310* (la semilla no depende del usuario).
000320*
000330* Cada fichero se reescribe en uno intermedio (".olvido") que
000340* despues ocupa el lugar del original. Con un
000350* "dados.log.rotando" pendiente (una rotacion a medias) no se
000360* hace nada. El diario operaciones.log recibe un apunte
000370* "olvidar-usuario" con el seudonimo y el recuento de lineas,
000380* pero NUNCA el identificador original. Las copias de
000390* seguridad de DadosCopia anteriores conservan el
000400* identificador hasta que se retiren.
000410*
000420* Modo de uso:
000430*   --usuario=ID:      el identificador a olvidar.
000440*   --seudonimo=NOMBRE: el seudonimo (por defecto
000450*                      "olvidado-AAAAMMDDhhmmss"); no puede
000460*                      estar ya en uso en ningun almacen.
000470*   --ensayo:          solo listar cada sitio (fichero y
000480*                      linea) donde aparece el identificador,
000490*                      sin cambiar nada ni coger el cerrojo.
000500*
000510* Codigo de salida: 0 hecho (o ensayo listado), 4 el
000520* identificador no aparece en ningun almacen, 8 error o
000530* impedimento (no se ha cambiado nada) o fallo de escritura
000530* al sustituir: si no se puede escribir o colocar un
000530* intermedio, el proceso para ahi sin tocar su dados.ctl ni
000530* apuntar nada en operaciones.log (los ficheros anteriores
000530* ya llevan el seudonimo); si falla el registro de
000530* usuarios.idx, se sigue y el fallo queda en el apunte.

000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.       DadosOlvidar.
000560 AUTHOR.           Pérez.
000570 DATE-WRITTEN.     2026-10-15.

000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000610     CLASS T_SEUDONIMO IS "a" THRU "z", "0" THRU "9", "-", "_".
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT f-ent ASSIGN TO DYNAMIC ws-ent-nombre
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS ws-ent-status.
000670     SELECT f-sal ASSIGN TO DYNAMIC ws-sal-nombre
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS ws-sal-status.
000700     SELECT f-control ASSIGN TO DYNAMIC ws-control-nombre
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS ws-control-status.
000730     SELECT f-cerrojo ASSIGN TO "dados.lck"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS ws-cerrojo-status.
000760     SELECT f-oper ASSIGN TO "operaciones.log"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS ws-oper-status.
000790     SELECT f-uidx ASSIGN TO "usuarios.idx"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS uidx-clave
000830         FILE STATUS IS ws-uidx-status.
000840** El registro de mesas de juego, para recorrerlas todas:
000850     SELECT f-mesas ASSIGN TO "mesas.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS ws-mesas-status.
000870** El catalogo de los archivos mensuales de la mesa:
000870     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000870         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS cat-clave
000870         FILE STATUS IS ws-catalogo-status.

000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  f-ent.
000910     01 reg-ent              PIC X(25000).
000920 FD  f-sal.
000930     01 reg-sal              PIC X(25000).
000940 FD  f-control.
000950     01 reg-control          PIC X(20).
000960 FD  f-cerrojo.
000970     01 reg-cerrojo          PIC X(10).
000980 FD  f-oper.
000990     01 reg-oper             PIC X(300).
001000 FD  f-uidx.
001010     01 reg-uidx.
001020         05 uidx-clave       PIC X(60).
001030         05 uidx-expr        PIC X(120).
001040         05 uidx-fecha       PIC X(8).
001050 FD  f-mesas.
001060     01 reg-mesa             PIC X(20).
001060 FD  f-catalogo.
001060     COPY "registro_catalogo.cpy".

001070 WORKING-STORAGE SECTION.
001080     77 i                    PIC 9(6) USAGE IS COMP.
001090     77 ws-ent-status        PIC XX.
001100     77 ws-sal-status        PIC XX.
001110     77 ws-control-status    PIC XX.
001120     77 ws-oper-status       PIC XX.
001130     77 ws-uidx-status       PIC XX.
001140     77 ws-mesas-status      PIC XX.
001150     01 ws-ent-nombre        PIC X(60) VALUE SPACES.
001160     01 ws-sal-nombre        PIC X(60) VALUE SPACES.
001170     01 ws-control-nombre    PIC X(60) VALUE SPACES.
001180     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001190         88 fin-ent                VALUE 1 FALSE 0.
001200** Opciones de ejecucion:
001210     01 argumentos-programa.
001220         05 arg              PIC X(120) VALUE SPACES.
001230         05 numargs          PIC 99 USAGE IS COMP.
001240     01 usuario-id           PIC X(60) VALUE SPACES.
001250     77 usuario-long         PIC 99 VALUE 0 USAGE IS COMP.
001260     01 seudonimo            PIC X(60) VALUE SPACES.
001270     77 seudonimo-long       PIC 99 VALUE 0 USAGE IS COMP.
001280     01 arg-temp             PIC X(120) VALUE SPACES.
001290     77 opt-ensayo           PIC 9 VALUE 0 USAGE IS COMP.
001300         88 ensayo-modo            VALUE 1 FALSE 0.
001310** Primera pasada (explorar: listar, contar y comprobar) o
001320** segunda (sustituir de verdad):
001330     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001340         88 sustituyendo           VALUE 1 FALSE 0.
001350** El cerrojo de escritura compartido con TirarDados:
001360     77 ws-cerrojo-status    PIC XX.
001370     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001380         88 cerrojo-obtenido       VALUE 1 FALSE 0.
001390     77 cerrojo-intentos     PIC 99 VALUE 0 USAGE IS COMP.
001400     77 cerrojo-espera       PIC 9(9) VALUE 100000000
001410                             USAGE IS COMP.
001420** El diario administrativo compartido:
001430     01 oper-accion          PIC X(20) VALUE SPACES.
001440     01 oper-params          PIC X(120) VALUE SPACES.
001450     01 oper-resultado       PIC X(60) VALUE SPACES.
001460     77 oper-punt            PIC 9(4) USAGE IS COMP.
001470** Mesas de juego: la comun (sin prefijo) y las de mesas.dat:
001480     01 tabla-mesas.
001490         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
001500         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
001510     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
001520     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001530         88 fin-mesas              VALUE 1 FALSE 0.
001540     01 ws-mesa-id           PIC X(16) VALUE SPACES.
001550     01 mesa-prefijo         PIC X(17) VALUE SPACES.
001550** El catalogo de archivos de la mesa, abierto mientras se
001550** sustituye en sus archivos mensuales:
001550     77 ws-catalogo-status   PIC XX.
001550     01 ws-catalogo-nombre   PIC X(60) VALUE SPACES.
001550     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001550         88 catalogo-abierto       VALUE 1 FALSE 0.
001560** El fichero en curso: su clase de contenido y recuentos:
001570**   L  dados.log (campos " | " y cadena de control)
001580**   C  diario de campos " | " (usuario= detras de algo)
001590**   P  programadas.dat ("usuario=" puede ir el primero)
001600**   R  recursos.log (campos " | " y control= del log)
001610**   K  cuotas.dat y cuotas.dia ("ID=N", "denegar=ID")
001620**   A  archivo mensual (registro de anchura fija)
001630     01 fichero-tipo         PIC X VALUE SPACE.
001640     01 fichero-nombre       PIC X(60) VALUE SPACES.
001650     77 fich-lineas          PIC 9(9) VALUE 0 USAGE IS COMP.
001660     77 fich-cambiadas       PIC 9(9) VALUE 0 USAGE IS COMP.
001670     77 fich-remapeadas      PIC 9(9) VALUE 0 USAGE IS COMP.
001680     77 linea-hallados       PIC 9(4) VALUE 0 USAGE IS COMP.
001690** La linea en curso y su busqueda:
001700     01 linea                PIC X(25000) VALUE SPACES.
001710     01 linea-nueva          PIC X(25000) VALUE SPACES.
001720     77 linea-long           PIC 9(5) VALUE 0 USAGE IS COMP.
001730     77 linea-punt           PIC 9(5) VALUE 0 USAGE IS COMP.
001740     77 pos                  PIC 9(5) VALUE 0 USAGE IS COMP.
001750     77 resto                PIC 9(5) VALUE 0 USAGE IS COMP.
001760     77 tallados             PIC 9(5) VALUE 0 USAGE IS COMP.
001770     01 buscado              PIC X(60) VALUE SPACES.
001780     01 patron               PIC X(70) VALUE SPACES.
001790     77 patron-long          PIC 99 VALUE 0 USAGE IS COMP.
001800     77 hallados             PIC 9(4) VALUE 0 USAGE IS COMP.
001810     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001820         88 reemplazar             VALUE 1 FALSE 0.
001830     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001840         88 campo-casa             VALUE 1 FALSE 0.
001850     01 kv-nombre            PIC X(80) VALUE SPACES.
001860     01 kv-valor             PIC X(80) VALUE SPACES.
001870** Un registro de archivo mensual, para tocar solo su campo
001880** de usuario:
001890     COPY "registro_arc.cpy".
001900** La cadena de control (los mismos calculos que
001910** COMPROBAR-CADENA-LOG en TirarDados). En la exploracion se
001920** comprueba la cadena escrita; al sustituir se rehace con los
001930** controles nuevos, y cada control que cambia se apunta en la
001940** tabla de equivalencias para recursos.log:
001950     01 parte-datos          PIC X(25000) VALUE SPACES.
001960     01 parte-control        PIC X(12) VALUE SPACES.
001970     01 control-ultimo       PIC X(12) VALUE SPACES.
001980     77 control-prev         PIC 9(9) VALUE 0 USAGE IS COMP.
001990     77 control-calc         PIC 9(18) VALUE 0 USAGE IS COMP.
002000     77 control-disp         PIC 9(9).
002010     77 control-punt         PIC 9(5) USAGE IS COMP.
002020     77 control-long         PIC 9(5) USAGE IS COMP.
002030     77 control-char         PIC 9(3) USAGE IS COMP.
002040     77 cadena-prev          PIC 9(9) VALUE 0 USAGE IS COMP.
002050     77 cadena-errores       PIC 9(9) VALUE 0 USAGE IS COMP.
002060     77 cadena-rehacer       PIC 9(9) VALUE 0 USAGE IS COMP.
002070     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
002080         88 cadena-tocada          VALUE 1 FALSE 0.
002090     77 control-viejo        PIC 9(9) VALUE 0 USAGE IS COMP.
002100     01 tabla-mapa.
002110         05 mapa-num         PIC 9(5) VALUE 0 USAGE IS COMP.
002120         05 mapa-ent OCCURS 20000 TIMES.
002130             10 mapa-viejo   PIC 9(9) USAGE IS COMP.
002140             10 mapa-nuevo   PIC 9(9) USAGE IS COMP.
002150     77 mapa-i               PIC 9(5) VALUE 0 USAGE IS COMP.
002160** Recorrido de los archivos mensuales, del mes actual hacia
002170** atras (diez anos, como DadosCuadre):
002180     77 meses-total          PIC 9(6) USAGE IS COMP.
002190     77 meses-i              PIC 9(4) USAGE IS COMP.
002200     77 anno-arc             PIC 9(4) USAGE IS COMP.
002210     77 mes-arc              PIC 99 USAGE IS COMP.
002220     01 mes-arc-nombre.
002230         05 anno-arc-txt     PIC 9(4).
002240         05 mes-arc-txt      PIC 99.
002250** Existencia de un fichero (CBL_CHECK_FILE_EXIST):
002260     01 existe-nombre        PIC X(60) VALUE SPACES.
002270     01 existe-datos         PIC X(16) VALUE SPACES.
002280** Un registro de usuarios.idx que cambia de clave:
002290     01 uidx-guardado        PIC X(188) VALUE SPACES.
002300** Recuentos del informe:
002310     77 total-apariciones    PIC 9(9) VALUE 0 USAGE IS COMP.
002320     77 total-ficheros       PIC 9(6) VALUE 0 USAGE IS COMP.
002330     77 total-seudonimo      PIC 9(9) VALUE 0 USAGE IS COMP.
002340     77 total-remapeados     PIC 9(9) VALUE 0 USAGE IS COMP.
002350     77 impedimentos         PIC 9(4) VALUE 0 USAGE IS COMP.
002360     77 cifra-disp           PIC Z(8)9.
002370     77 cifra2-disp          PIC Z(8)9.
002370** Escrituras que no han salido (las llamadas CBL_ pisan
002370** RETURN-CODE, asi que el del renombrado se guarda aparte):
002370     77 rc-renombrado        PIC S9(9) VALUE 0 USAGE IS COMP.
002370     77 fallos-escritura     PIC 9(4) VALUE 0 USAGE IS COMP.

002380 PROCEDURE DIVISION.
002390   LEER-ARGUMENTOS.
002400     INITIALIZE i, numargs.
002410     ACCEPT numargs FROM ARGUMENT-NUMBER.
002420     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
002430       ACCEPT arg FROM ARGUMENT-VALUE
002440       MOVE FUNCTION LOWER-CASE(arg) TO arg
002450       EVALUATE TRUE
002460         WHEN arg(1:10) = "--usuario="
002470           MOVE arg(11:110) TO arg-temp
002480           IF arg-temp = SPACES OR arg-temp(61:50) NOT = SPACES
002490              THEN
002500             PERFORM ARGUMENTO-ERRONEO
002510           END-IF
002520           MOVE arg-temp(1:60) TO usuario-id
002530         WHEN arg(1:12) = "--seudonimo="
002540           MOVE arg(13:108) TO arg-temp
002550           MOVE FUNCTION STORED-CHAR-LENGTH(arg-temp)
002560                TO seudonimo-long
002570           IF arg-temp = SPACES OR seudonimo-long > 40 OR
002580              arg-temp(1:seudonimo-long) IS NOT T_SEUDONIMO
002590              THEN
002600             PERFORM ARGUMENTO-ERRONEO
002610           END-IF
002620           MOVE arg-temp(1:40) TO seudonimo
002630         WHEN arg = "--ensayo"
002640           SET ensayo-modo TO TRUE
002650         WHEN OTHER
002660           PERFORM ARGUMENTO-ERRONEO
002670       END-EVALUATE
002680     END-PERFORM.
002690     IF usuario-id = SPACES THEN
002700       DISPLAY "Error! Falta --usuario=ID (el identificador a"
002710       DISPLAY "olvidar)."
002720       MOVE 8 TO RETURN-CODE
002730       STOP RUN
002740     END-IF.
002750** El identificador ha de poder estar en un campo " | ":
002760     MOVE 0 TO tallados.
002770     INSPECT usuario-id TALLYING tallados FOR ALL "|", ALL "=".
002780     MOVE FUNCTION STORED-CHAR-LENGTH(usuario-id)
002790          TO usuario-long.
002800     IF tallados > 0 OR
002810        usuario-id(1:usuario-long) IS NOT = FUNCTION TRIM(
002820        usuario-id) THEN
002830       DISPLAY "Error! Identificador no valido: '",
002840               FUNCTION TRIM(usuario-id), "'."
002850       MOVE 8 TO RETURN-CODE
002860       STOP RUN
002870     END-IF.
002880     IF seudonimo = SPACES THEN
002890       STRING "olvidado-" DELIMITED BY SIZE,
002900              FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
002910              INTO seudonimo
002920       END-STRING
002930     END-IF.
002940     MOVE FUNCTION STORED-CHAR-LENGTH(seudonimo)
002950          TO seudonimo-long.
002960     IF seudonimo = usuario-id THEN
002970       DISPLAY "Error! El seudonimo no puede ser el propio"
002980       DISPLAY "identificador."
002990       MOVE 8 TO RETURN-CODE
003000       STOP RUN
003010     END-IF.

003020** Primera pasada: explorar todo (y, en ensayo, listar cada
003030** sitio). Solo si no hay ningun impedimento se hace la
003040** segunda, que sustituye. El cerrojo se coge antes de la
003050** primera, para que nada cambie entre las dos:
003060   PROCESO-PRINCIPAL.
003070     IF NOT ensayo-modo THEN
003080       PERFORM OBTENER-CERROJO
003090       IF NOT cerrojo-obtenido THEN
003100         DISPLAY "Error! dados.lck ocupado; otro proceso esta"
003110         DISPLAY "escribiendo. Vuelve a intentarlo en un rato."
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140       END-IF
003150     END-IF.
003160     PERFORM CARGAR-MESAS.
003170     IF ensayo-modo THEN
003180       DISPLAY "Ensayo: sitios donde aparece el identificador"
003190       DISPLAY "============================================="
003200     END-IF.
003210     SET sustituyendo TO FALSE.
003220     PERFORM RECORRER-ALMACENES.
003230     IF total-seudonimo > 0 THEN
003240       ADD 1 TO impedimentos
003250       MOVE total-seudonimo TO cifra-disp
003260       DISPLAY "IMPEDIMENTO: el seudonimo '",
003270               FUNCTION TRIM(seudonimo), "' ya aparece en ",
003280               FUNCTION TRIM(cifra-disp), " sitios."
003290     END-IF.
003300     IF ensayo-modo THEN
003310       MOVE total-apariciones TO cifra-disp
003320       MOVE total-ficheros TO cifra2-disp
003330       DISPLAY "Apariciones: ", FUNCTION TRIM(cifra-disp),
003340               " en ", FUNCTION TRIM(cifra2-disp), " ficheros."
003350     END-IF.
003360     IF impedimentos > 0 THEN
003370       DISPLAY "No se ha cambiado nada."
003380       PERFORM TERMINAR-SIN-CAMBIOS
003390       MOVE 8 TO RETURN-CODE
003400       STOP RUN
003410     END-IF.
003420     IF total-apariciones = 0 THEN
003430       DISPLAY "El identificador no aparece en ningun almacen."
003440       PERFORM TERMINAR-SIN-CAMBIOS
003450       MOVE 4 TO RETURN-CODE
003460       STOP RUN
003470     END-IF.
003480     IF ensayo-modo THEN
003490       DISPLAY "Ensayo: no se ha cambiado nada. El seudonimo"
003500       DISPLAY "seria '", FUNCTION TRIM(seudonimo), "'."
003510       MOVE 0 TO RETURN-CODE
003520       STOP RUN
003530     END-IF.
003540     MOVE 0 TO total-apariciones, total-ficheros,
003550               total-remapeados.
003560     SET sustituyendo TO TRUE.
003570     PERFORM RECORRER-ALMACENES.
003580     MOVE "olvidar-usuario" TO oper-accion.
003590     MOVE SPACES TO oper-params, oper-resultado.
003600     STRING "seudonimo=" DELIMITED BY SIZE,
003610            FUNCTION TRIM(seudonimo) DELIMITED BY SIZE
003620            INTO oper-params
003630     END-STRING.
003640     MOVE total-apariciones TO cifra-disp.
003650     MOVE total-ficheros TO cifra2-disp.
003650     MOVE 1 TO oper-punt.
003660     STRING "lineas=" DELIMITED BY SIZE,
003670            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE,
003680            " ficheros=" DELIMITED BY SIZE,
003690            FUNCTION TRIM(cifra2-disp) DELIMITED BY SIZE
003700            INTO oper-resultado WITH POINTER oper-punt
003710     END-STRING.
003710     IF fallos-escritura > 0 THEN
003710       MOVE fallos-escritura TO cifra-disp
003710       STRING " fallos=" DELIMITED BY SIZE,
003710              FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
003710              INTO oper-resultado WITH POINTER oper-punt
003710       END-STRING
003710     END-IF.
003720     PERFORM REGISTRAR-OPERACION.
003730     PERFORM SOLTAR-CERROJO.
003740     MOVE total-apariciones TO cifra-disp.
003740     DISPLAY "Sustituido por '", FUNCTION TRIM(seudonimo),
003750             "': ", FUNCTION TRIM(cifra-disp), " lineas en ",
003760             FUNCTION TRIM(cifra2-disp), " ficheros.".
003770     MOVE total-remapeados TO cifra-disp.
003780     DISPLAY "Controles de recursos.log actualizados: ",
003790             FUNCTION TRIM(cifra-disp), ".".
003790     IF fallos-escritura > 0 THEN
003790       MOVE fallos-escritura TO cifra-disp
003790       DISPLAY "Error! ", FUNCTION TRIM(cifra-disp),
003790               " escrituras no han salido (vease arriba)."
003790       MOVE 8 TO RETURN-CODE
003790       STOP RUN
003790     END-IF.
003800     MOVE 0 TO RETURN-CODE.
003810     STOP RUN.

003820   ARGUMENTO-ERRONEO.
003830     DISPLAY "Error! Argumento no reconocido: '",
003840             FUNCTION TRIM(arg), "'."
003850     MOVE 8 TO RETURN-CODE.
003860     STOP RUN.

003870   TERMINAR-SIN-CAMBIOS.
003880     IF NOT ensayo-modo THEN
003890       PERFORM SOLTAR-CERROJO
003900     END-IF.
003910     EXIT.

003920** Los almacenes comunes y despues, mesa a mesa, los de la
003930** mesa comun y los de cada mesa de mesas.dat:
003940   RECORRER-ALMACENES.
003950     PERFORM TRATAR-USUARIOS-IDX.
003960     MOVE "programadas.dat" TO fichero-nombre.
003970     MOVE "P" TO fichero-tipo.
003980     PERFORM TRATAR-FICHERO.
003990     MOVE "operaciones.log" TO fichero-nombre.
004000     MOVE "C" TO fichero-tipo.
004010     PERFORM TRATAR-FICHERO.
004020     MOVE SPACES TO ws-mesa-id.
004030     PERFORM TRATAR-MESA.
004040     PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
004050       MOVE mesa-ent(mesa-i) TO ws-mesa-id
004060       PERFORM TRATAR-MESA
004070     END-PERFORM.
004080     EXIT.

004090** Las mesas dadas de alta en mesas.dat (una por linea):
004100   CARGAR-MESAS.
004110     MOVE 0 TO mesa-num.
004120     SET fin-mesas TO FALSE.
004130     OPEN INPUT f-mesas.
004140     IF ws-mesas-status NOT = "00" THEN
004150       EXIT PARAGRAPH
004160     END-IF.
004170     PERFORM UNTIL fin-mesas OR mesa-num = 100
004180       READ f-mesas INTO reg-mesa
004190         AT END SET fin-mesas TO TRUE
004200         NOT AT END
004210           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
004220             ADD 1 TO mesa-num
004230             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
004240           END-IF
004250       END-READ
004260     END-PERFORM.
004270     CLOSE f-mesas.
004280     EXIT.

004290** Los almacenes de una mesa. El log va antes que recursos.log,
004300** que necesita la tabla de controles cambiados:
004310   TRATAR-MESA.
004320     MOVE SPACES TO mesa-prefijo.
004330     IF ws-mesa-id NOT = SPACES THEN
004340       STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
004350              "." DELIMITED BY SIZE
004360              INTO mesa-prefijo
004370       END-STRING
004380     END-IF.
004390     MOVE 0 TO mapa-num.
004400** Una rotacion a medias archiva desde dados.log.rotando sin
004410** el cerrojo: mientras exista, nada de este proceso es fiable:
004420     IF NOT sustituyendo THEN
004430       MOVE SPACES TO existe-nombre
004440       STRING mesa-prefijo DELIMITED BY SPACE,
004450              "dados.log.rotando" DELIMITED BY SIZE
004460              INTO existe-nombre
004470       END-STRING
004480       PERFORM COMPROBAR-EXISTE
004490       IF existe-datos NOT = SPACES THEN
004500         ADD 1 TO impedimentos
004510         DISPLAY "IMPEDIMENTO: hay un ",
004520                 FUNCTION TRIM(existe-nombre),
004530                 " pendiente; pasar antes DadosRotar."
004540       END-IF
004550     END-IF.
004560     MOVE SPACES TO ws-control-nombre.
004570     STRING mesa-prefijo DELIMITED BY SPACE,
004580            "dados.ctl" DELIMITED BY SIZE INTO ws-control-nombre
004590     END-STRING.
004600     MOVE "dados.log" TO fichero-nombre.
004610     MOVE "L" TO fichero-tipo.
004620     PERFORM TRATAR-FICHERO-MESA.
004630     MOVE "A" TO fichero-tipo.
004630     SET catalogo-abierto TO FALSE.
004630     IF sustituyendo THEN
004630       MOVE SPACES TO ws-catalogo-nombre
004630       STRING mesa-prefijo DELIMITED BY SPACE,
004630              "catalogo.idx" DELIMITED BY SIZE
004630              INTO ws-catalogo-nombre
004630       END-STRING
004630       OPEN I-O f-catalogo
004630       IF ws-catalogo-status = "00" THEN
004630         SET catalogo-abierto TO TRUE
004630       END-IF
004630     END-IF.
004640     COMPUTE meses-total =
004650             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) * 12
004660             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2)) - 1.
004670     PERFORM VARYING meses-i FROM 1 BY 1 UNTIL meses-i > 120
004680       DIVIDE meses-total BY 12 GIVING anno-arc
004690              REMAINDER mes-arc
004700       ADD 1 TO mes-arc
004710       MOVE anno-arc TO anno-arc-txt
004720       MOVE mes-arc TO mes-arc-txt
004730       MOVE SPACES TO fichero-nombre
004740       STRING "dados-" DELIMITED BY SIZE,
004750              mes-arc-nombre DELIMITED BY SIZE,
004760              ".arc" DELIMITED BY SIZE
004770              INTO fichero-nombre
004780       END-STRING
004790       PERFORM TRATAR-FICHERO-MESA
004800       SUBTRACT 1 FROM meses-total
004810     END-PERFORM.
004810     IF catalogo-abierto THEN
004810       CLOSE f-catalogo
004810     END-IF.
004820     MOVE "dados.log.ilegibles" TO fichero-nombre.
004830     MOVE "C" TO fichero-tipo.
004840     PERFORM TRATAR-FICHERO-MESA.
004850     MOVE "cuotas.dat" TO fichero-nombre.
004860     MOVE "K" TO fichero-tipo.
004870     PERFORM TRATAR-FICHERO-MESA.
004880     MOVE "cuotas.dia" TO fichero-nombre.
004890     PERFORM TRATAR-FICHERO-MESA.
004900     MOVE "combate.log" TO fichero-nombre.
004910     MOVE "C" TO fichero-tipo.
004920     PERFORM TRATAR-FICHERO-MESA.
004930     MOVE "recursos.log" TO fichero-nombre.
004940     MOVE "R" TO fichero-tipo.
004950     PERFORM TRATAR-FICHERO-MESA.
004960     EXIT.

004970   TRATAR-FICHERO-MESA.
004980     MOVE SPACES TO arg-temp.
004990     STRING mesa-prefijo DELIMITED BY SPACE,
005000            fichero-nombre DELIMITED BY SPACE
005010            INTO arg-temp
005020     END-STRING.
005030     MOVE arg-temp(1:60) TO fichero-nombre.
005040     PERFORM TRATAR-FICHERO.
005050     EXIT.

005060** Un fichero de lineas, entero. En la exploracion solo se lee;
005070** al sustituir se escribe el intermedio ".olvido" y, si algo
005080** ha cambiado, ocupa el lugar del original (si no, se borra):
005090   TRATAR-FICHERO.
005100     MOVE fichero-nombre TO ws-ent-nombre.
005110     MOVE 0 TO fich-lineas, fich-cambiadas, fich-remapeadas,
005120               cadena-prev, cadena-errores, cadena-rehacer.
005130     MOVE SPACES TO control-ultimo.
005140     SET cadena-tocada TO FALSE.
005150     SET fin-ent TO FALSE.
005160     OPEN INPUT f-ent.
005170     IF ws-ent-status NOT = "00" THEN
005180       EXIT PARAGRAPH
005190     END-IF.
005200     IF sustituyendo THEN
005210       MOVE SPACES TO ws-sal-nombre
005220       STRING fichero-nombre DELIMITED BY SPACE,
005230              ".olvido" DELIMITED BY SIZE
005240              INTO ws-sal-nombre
005250       END-STRING
005260       OPEN OUTPUT f-sal
005260       IF ws-sal-status NOT = "00" THEN
005260         PERFORM FALLO-INTERMEDIO
005260       END-IF
005270     END-IF.
005280     PERFORM UNTIL fin-ent
005290       READ f-ent INTO linea
005300         AT END SET fin-ent TO TRUE
005310         NOT AT END
005320           ADD 1 TO fich-lineas
005330           PERFORM TRATAR-LINEA
005340           IF sustituyendo THEN
005350             WRITE reg-sal FROM linea
005350             IF ws-sal-status NOT = "00" THEN
005350               PERFORM FALLO-INTERMEDIO
005350             END-IF
005360           END-IF
005370       END-READ
005380     END-PERFORM.
005390     CLOSE f-ent.
005400     IF fichero-tipo = "L" AND NOT sustituyendo THEN
005410       PERFORM COMPROBAR-FINAL-CADENA
005420     END-IF.
005430     IF sustituyendo THEN
005440       CLOSE f-sal
005450       IF fich-cambiadas > 0 OR fich-remapeadas > 0 THEN
005460         CALL "CBL_RENAME_FILE" USING ws-sal-nombre,
005470                                      ws-ent-nombre
005470         MOVE RETURN-CODE TO rc-renombrado
005470         IF rc-renombrado NOT = 0 THEN
005470           PERFORM FALLO-INTERMEDIO
005470         END-IF
005480         IF fichero-tipo = "L" AND control-ultimo NOT = SPACES
005490            THEN
005500           MOVE cadena-prev TO control-disp
005510           PERFORM GUARDAR-CONTROL
005520         END-IF
005530       ELSE
005540         CALL "CBL_DELETE_FILE" USING ws-sal-nombre
005550       END-IF
005560       MOVE 0 TO RETURN-CODE
005570     END-IF.
005580     IF fichero-tipo = "R" THEN
005590       ADD fich-remapeadas TO total-remapeados
005600     END-IF.
005610     IF fich-cambiadas > 0 THEN
005620       ADD fich-cambiadas TO total-apariciones
005630       ADD 1 TO total-ficheros
005640       IF ensayo-modo OR sustituyendo THEN
005650         MOVE fich-cambiadas TO cifra-disp
005660         DISPLAY FUNCTION TRIM(fichero-nombre), ": ",
005670                 FUNCTION TRIM(cifra-disp), " lineas."
005680       END-IF
005690     END-IF.
005700     EXIT.

005700** El intermedio no se ha podido abrir, escribir o poner en
005700** lugar del original: el original queda como estaba, con su
005700** cadena, y dados.ctl sin tocar. Se para aqui, sin apunte en
005700** operaciones.log:
005700   FALLO-INTERMEDIO.
005700     CLOSE f-ent.
005700     CLOSE f-sal.
005700     CALL "CBL_DELETE_FILE" USING ws-sal-nombre.
005700     PERFORM SOLTAR-CERROJO.
005700     DISPLAY "Error! No se pudo reescribir ",
005700             FUNCTION TRIM(fichero-nombre), " (intermedio ",
005700             FUNCTION TRIM(ws-sal-nombre), "): queda como estaba."
005700     DISPLAY "Los ficheros tratados antes ya llevan el ",
005700             "seudonimo '", FUNCTION TRIM(seudonimo),
005700             "'; el resto no."
005700     MOVE 8 TO RETURN-CODE.
005700     STOP RUN.

005710** Una linea segun la clase del fichero. En la exploracion se
005720** cuenta ademas el seudonimo, que no puede estar ya en uso:
005730   TRATAR-LINEA.
005740     MOVE 0 TO linea-hallados.
005750     IF NOT sustituyendo THEN
005760       SET reemplazar TO FALSE
005770       MOVE seudonimo TO buscado
005780       PERFORM BUSCAR-EN-LINEA
005790       ADD hallados TO total-seudonimo
005800       MOVE usuario-id TO buscado
005810       PERFORM BUSCAR-EN-LINEA
005820     ELSE
005830       SET reemplazar TO TRUE
005840       MOVE usuario-id TO buscado
005850       PERFORM BUSCAR-EN-LINEA
005860     END-IF.
005870     MOVE hallados TO linea-hallados.
005880     IF linea-hallados > 0 THEN
005890       ADD 1 TO fich-cambiadas
005900       IF ensayo-modo THEN
005910         MOVE fich-lineas TO cifra-disp
005920         DISPLAY "  ", FUNCTION TRIM(fichero-nombre),
005930                 ", linea ", FUNCTION TRIM(cifra-disp)
005940       END-IF
005950     END-IF.
005960     EVALUATE fichero-tipo
005970       WHEN "L"
005980         PERFORM ENCADENAR-LINEA
005990       WHEN "R"
006000         IF sustituyendo THEN
006010           PERFORM ACTUALIZAR-CONTROL-RECURSO
006020         END-IF
006030     END-EVALUATE.
006040     EXIT.

006050   BUSCAR-EN-LINEA.
006060     EVALUATE fichero-tipo
006070       WHEN "K"
006080         PERFORM BUSCAR-EN-CUOTA
006090       WHEN "A"
006100         PERFORM BUSCAR-EN-ARCHIVO
006110       WHEN OTHER
006120         PERFORM BUSCAR-CAMPO
006130     END-EVALUATE.
006140     EXIT.

006150** "usuario=<buscado>" como campo completo: al principio de la
006160** linea o detras de "| ", y seguido de blanco o del final. Con
006170** "reemplazar", cada uno pasa a "usuario=<seudonimo>":
006180   BUSCAR-CAMPO.
006190     MOVE 0 TO hallados.
006200     MOVE SPACES TO patron.
006210     STRING "usuario=" DELIMITED BY SIZE,
006220            FUNCTION TRIM(buscado) DELIMITED BY SIZE
006230            INTO patron
006240     END-STRING.
006250     MOVE FUNCTION STORED-CHAR-LENGTH(patron) TO patron-long.
006260     MOVE 0 TO tallados.
006270     INSPECT linea TALLYING tallados
006280             FOR ALL patron(1:patron-long).
006290     IF tallados = 0 THEN
006300       EXIT PARAGRAPH
006310     END-IF.
006320     MOVE FUNCTION STORED-CHAR-LENGTH(linea) TO linea-long.
006330     MOVE 1 TO pos.
006340     PERFORM UNTIL pos + patron-long - 1 > linea-long
006350       PERFORM COMPROBAR-CAMPO
006360       IF campo-casa THEN
006370         ADD 1 TO hallados
006380         IF reemplazar THEN
006390           PERFORM REEMPLAZAR-CAMPO
006400         ELSE
006410           ADD patron-long TO pos
006420         END-IF
006430       ELSE
006440         ADD 1 TO pos
006450       END-IF
006460     END-PERFORM.
006470     EXIT.

006480   COMPROBAR-CAMPO.
006490     SET campo-casa TO FALSE.
006500     IF linea(pos:patron-long) NOT = patron(1:patron-long) THEN
006510       EXIT PARAGRAPH
006520     END-IF.
006530     IF pos > 1 THEN
006540       IF pos < 3 THEN
006550         EXIT PARAGRAPH
006560       END-IF
006570       IF linea(pos - 2:2) NOT = "| " THEN
006580         EXIT PARAGRAPH
006590       END-IF
006600     END-IF.
006610     COMPUTE resto = pos + patron-long.
006620     IF resto NOT > linea-long THEN
006630       IF linea(resto:1) NOT = SPACE THEN
006640         EXIT PARAGRAPH
006650       END-IF
006660     END-IF.
006670     SET campo-casa TO TRUE.
006680     EXIT.

006690   REEMPLAZAR-CAMPO.
006700     MOVE SPACES TO linea-nueva.
006710     MOVE 1 TO linea-punt.
006720     IF pos > 1 THEN
006730       STRING linea(1:pos - 1) DELIMITED BY SIZE
006740              INTO linea-nueva WITH POINTER linea-punt
006750       END-STRING
006760     END-IF.
006770     STRING "usuario=" DELIMITED BY SIZE,
006780            seudonimo(1:seudonimo-long) DELIMITED BY SIZE
006790            INTO linea-nueva WITH POINTER linea-punt
006800     END-STRING.
006810     IF resto NOT > linea-long THEN
006820       STRING linea(resto:linea-long - resto + 1)
006830              DELIMITED BY SIZE
006840              INTO linea-nueva WITH POINTER linea-punt
006850       END-STRING
006860     END-IF.
006870     MOVE linea-nueva TO linea.
006880     COMPUTE pos = pos + 8 + seudonimo-long.
006890     MOVE FUNCTION STORED-CHAR-LENGTH(linea) TO linea-long.
006900     EXIT.

006910** Reglas de cuotas.dat ("ID=N", "denegar=ID") y contadores de
006920** cuotas.dia ("ID=N"):
006930   BUSCAR-EN-CUOTA.
006940     MOVE 0 TO hallados.
006950     MOVE SPACES TO kv-nombre, kv-valor.
006960     UNSTRING linea DELIMITED BY "="
006970       INTO kv-nombre, kv-valor
006980     END-UNSTRING.
006990     EVALUATE TRUE
007000       WHEN FUNCTION TRIM(kv-nombre) = buscado
007010         MOVE 1 TO hallados
007020         IF reemplazar THEN
007030           MOVE SPACES TO linea
007040           STRING seudonimo(1:seudonimo-long) DELIMITED BY SIZE,
007050                  "=" DELIMITED BY SIZE,
007060                  FUNCTION TRIM(kv-valor) DELIMITED BY SIZE
007070                  INTO linea
007080           END-STRING
007090         END-IF
007100       WHEN FUNCTION TRIM(kv-nombre) = "denegar" AND
007110            FUNCTION TRIM(kv-valor) = buscado
007120         MOVE 1 TO hallados
007130         IF reemplazar THEN
007140           MOVE SPACES TO linea
007150           STRING "denegar=" DELIMITED BY SIZE,
007160                  seudonimo(1:seudonimo-long) DELIMITED BY SIZE
007170                  INTO linea
007180           END-STRING
007190         END-IF
007200     END-EVALUATE.
007210     EXIT.

007220** El campo de usuario del registro de anchura fija:
007230   BUSCAR-EN-ARCHIVO.
007240     MOVE 0 TO hallados.
007250     MOVE linea TO reg-arc.
007260     IF arc-usuario = buscado THEN
007270       MOVE 1 TO hallados
007280       IF reemplazar THEN
007281         IF catalogo-abierto THEN
007282           PERFORM RECATALOGAR-USUARIO
007283         END-IF
007290         MOVE seudonimo TO arc-usuario
007300         MOVE reg-arc TO linea
007310       END-IF
007320     END-IF.
007330     EXIT.

007330** La entrada "U" del registro (mes del archivo y numero de
007330** linea dentro de el) cambia de clave: se borra la del
007330** identificador y se graba la del seudonimo:
007330   RECATALOGAR-USUARIO.
007330     MOVE SPACES TO reg-catalogo.
007330     SET cat-es-usuario TO TRUE.
007330     MOVE arc-usuario TO cat-usuario.
007330     MOVE arc-fecha TO cat-u-fecha.
007330     MOVE mes-arc-nombre TO cat-mes.
007330     MOVE fich-lineas TO cat-num.
007330     DELETE f-catalogo RECORD
007330       INVALID KEY CONTINUE
007330     END-DELETE.
007330** Que la entrada no estuviera ("23") no es un fallo:
007330     IF ws-catalogo-status NOT = "00" AND
007330        ws-catalogo-status NOT = "23" THEN
007330       ADD 1 TO fallos-escritura
007330       DISPLAY "Error! No se pudo borrar una entrada de ",
007330               FUNCTION TRIM(ws-catalogo-nombre), " (estado ",
007330               ws-catalogo-status, ")."
007330     END-IF.
007330     MOVE seudonimo TO cat-usuario.
007330     WRITE reg-catalogo
007330       INVALID KEY REWRITE reg-catalogo
007330     END-WRITE.
007330     IF ws-catalogo-status NOT = "00" THEN
007330       ADD 1 TO fallos-escritura
007330       DISPLAY "Error! No se pudo escribir una entrada de ",
007330               FUNCTION TRIM(ws-catalogo-nombre), " (estado ",
007330               ws-catalogo-status, ")."
007330     END-IF.
007330     EXIT.

007340** El eslabon de la cadena de control de una linea del log. En
007350** la exploracion se comprueba el control escrito (y la cadena
007360** sigue con el, como en "--comprobar-log"); al sustituir se
007370** calcula el nuevo sobre la linea ya cambiada y se reescribe:
007380   ENCADENAR-LINEA.
007390     MOVE SPACES TO parte-datos, parte-control.
007400     UNSTRING linea DELIMITED BY " | control="
007410       INTO parte-datos, parte-control
007420     END-UNSTRING.
007430     IF parte-control = SPACES OR
007440        FUNCTION TRIM(parte-control) IS NOT NUMERIC THEN
007450       EXIT PARAGRAPH
007460     END-IF.
007470     MOVE cadena-prev TO control-prev.
007480     PERFORM CALCULAR-CONTROL.
007490     IF NOT sustituyendo THEN
007500       IF FUNCTION TRIM(parte-control) NOT = control-disp THEN
007510         ADD 1 TO cadena-errores
007520       END-IF
007530       MOVE FUNCTION TRIM(parte-control) TO cadena-prev
007540       MOVE parte-control TO control-ultimo
007550** Desde la primera linea cambiada, todos los controles
007560** siguientes cambian y van a la tabla de equivalencias:
007570       IF linea-hallados > 0 THEN
007580         SET cadena-tocada TO TRUE
007590       END-IF
007600       IF cadena-tocada THEN
007610         ADD 1 TO cadena-rehacer
007620       END-IF
007630       EXIT PARAGRAPH
007640     END-IF.
007650     MOVE FUNCTION TRIM(parte-control) TO control-viejo.
007660     MOVE control-disp TO cadena-prev.
007670     MOVE control-disp TO control-ultimo.
007680     IF control-viejo NOT = cadena-prev THEN
007690       ADD 1 TO fich-remapeadas
007700       ADD 1 TO mapa-num
007710       MOVE control-viejo TO mapa-viejo(mapa-num)
007720       MOVE cadena-prev TO mapa-nuevo(mapa-num)
007730       MOVE SPACES TO linea
007740       STRING parte-datos(1:control-long) DELIMITED BY SIZE,
007750              " | control=" DELIMITED BY SIZE,
007760              control-disp DELIMITED BY SIZE
007770              INTO linea
007780       END-STRING
007790     END-IF.
007800     EXIT.

007810** Al final de la exploracion de un log: la cadena entera ha
007820** de cuadrar (y su final con dados.ctl), y los controles a
007830** rehacer han de caber en la tabla de equivalencias:
007840   COMPROBAR-FINAL-CADENA.
007850     IF cadena-errores > 0 THEN
007860       ADD 1 TO impedimentos
007870       MOVE cadena-errores TO cifra-disp
007880       DISPLAY "IMPEDIMENTO: la cadena de control de ",
007890               FUNCTION TRIM(fichero-nombre), " no cuadra (",
007900               FUNCTION TRIM(cifra-disp), " controles)."
007910       DISPLAY "Aclararla antes con DadosCuadre: rehacerla"
007920       DISPLAY "ahora taparia la alteracion."
007930     END-IF.
007940     IF control-ultimo NOT = SPACES THEN
007950       PERFORM LEER-CONTROL-ACTUAL
007960       MOVE control-prev TO control-disp
007970       IF FUNCTION TRIM(control-ultimo) NOT = control-disp THEN
007980         ADD 1 TO impedimentos
007990         DISPLAY "IMPEDIMENTO: el ultimo control de ",
008000                 FUNCTION TRIM(fichero-nombre),
008010                 " no cuadra con ",
008020                 FUNCTION TRIM(ws-control-nombre), "."
008030       END-IF
008040     END-IF.
008050     IF cadena-rehacer > 20000 THEN
008060       ADD 1 TO impedimentos
008070       DISPLAY "IMPEDIMENTO: demasiadas entradas que"
008080       DISPLAY "reencadenar en ", FUNCTION TRIM(fichero-nombre),
008090               "; rotar el log antes (DadosRotar)."
008100     END-IF.
008110     EXIT.

008120** El "control=" de un movimiento de recursos.log (nueve
008130** cifras, como los escribe TirarDados) pasa al valor nuevo
008140** de su entrada del log, si esta ha cambiado:
008150   ACTUALIZAR-CONTROL-RECURSO.
008160     IF mapa-num = 0 THEN
008170       EXIT PARAGRAPH
008180     END-IF.
008190     MOVE 0 TO pos.
008200     INSPECT linea TALLYING pos
008210             FOR CHARACTERS BEFORE INITIAL " | control=".
008220     COMPUTE pos = pos + 12.
008230     IF pos + 8 > 25000 THEN
008240       EXIT PARAGRAPH
008250     END-IF.
008260     IF linea(pos:9) IS NOT NUMERIC THEN
008270       EXIT PARAGRAPH
008280     END-IF.
008290     MOVE linea(pos:9) TO control-viejo.
008300     PERFORM VARYING mapa-i FROM 1 BY 1
008310             UNTIL mapa-i > mapa-num
008320       IF mapa-viejo(mapa-i) = control-viejo THEN
008330         MOVE mapa-nuevo(mapa-i) TO control-disp
008340         MOVE control-disp TO linea(pos:9)
008350         ADD 1 TO fich-remapeadas
008360         EXIT PERFORM
008370       END-IF
008380     END-PERFORM.
008390     EXIT.

008400** usuarios.idx: el registro del identificador pasa a la
008410** clave del seudonimo, con su ultima tirada y su fecha:
008420   TRATAR-USUARIOS-IDX.
008430     IF NOT sustituyendo THEN
008440       OPEN INPUT f-uidx
008450     ELSE
008460       OPEN I-O f-uidx
008470     END-IF.
008480     IF ws-uidx-status NOT = "00" THEN
008490       EXIT PARAGRAPH
008500     END-IF.
008510     IF NOT sustituyendo THEN
008520       MOVE seudonimo TO uidx-clave
008530       READ f-uidx
008540         INVALID KEY CONTINUE
008550         NOT INVALID KEY ADD 1 TO total-seudonimo
008560       END-READ
008570     END-IF.
008580     MOVE usuario-id TO uidx-clave.
008590     READ f-uidx
008600       INVALID KEY CLOSE f-uidx
008610                   EXIT PARAGRAPH
008620     END-READ.
008630     ADD 1 TO total-apariciones, total-ficheros.
008640     IF ensayo-modo THEN
008650       DISPLAY "  usuarios.idx, registro del usuario"
008660     END-IF.
008670     IF sustituyendo THEN
008680       MOVE reg-uidx TO uidx-guardado
008690       DELETE f-uidx RECORD
008690         INVALID KEY CONTINUE
008690       END-DELETE
008690       IF ws-uidx-status NOT = "00" THEN
008690         ADD 1 TO fallos-escritura
008690         DISPLAY "Error! No se pudo borrar el registro del"
008690         DISPLAY "identificador en usuarios.idx (estado ",
008690                 ws-uidx-status, ")."
008690         CLOSE f-uidx
008690         EXIT PARAGRAPH
008690       END-IF
008700       MOVE uidx-guardado TO reg-uidx
008710       MOVE seudonimo TO uidx-clave
008720       WRITE reg-uidx
008730         INVALID KEY CONTINUE
008760       END-WRITE
008760       IF ws-uidx-status NOT = "00" THEN
008760         ADD 1 TO fallos-escritura
008760         DISPLAY "Error! No se pudo escribir el registro de"
008760         DISPLAY "usuarios.idx con el seudonimo (estado ",
008760                 ws-uidx-status, ")."
008760         CLOSE f-uidx
008760         EXIT PARAGRAPH
008760       END-IF
008770     END-IF.
008780     CLOSE f-uidx.
008790     IF ensayo-modo OR sustituyendo THEN
008800       DISPLAY "usuarios.idx: 1 registro."
008810     END-IF.
008820     EXIT.

008830   COMPROBAR-EXISTE.
008840     MOVE SPACES TO existe-datos.
008850     CALL "CBL_CHECK_FILE_EXIST" USING existe-nombre,
008860                                       existe-datos.
008870     IF RETURN-CODE NOT = 0 THEN
008880       MOVE SPACES TO existe-datos
008890     END-IF.
008900     MOVE 0 TO RETURN-CODE.
008910     EXIT.

008920** El mismo cerrojo de TirarDados (vease OBTENER-CERROJO
008930** alli): exclusiva sobre dados.lck, 50 reintentos de 100 ms:
008940   OBTENER-CERROJO.
008950     SET cerrojo-obtenido TO FALSE.
008960     MOVE 0 TO cerrojo-intentos.
008970     PERFORM UNTIL cerrojo-obtenido OR cerrojo-intentos = 50
008980       ADD 1 TO cerrojo-intentos
008990       OPEN EXTEND f-cerrojo WITH LOCK
009000       EVALUATE ws-cerrojo-status
009010         WHEN "00"
009020           SET cerrojo-obtenido TO TRUE
009030         WHEN "35"
009040           OPEN OUTPUT f-cerrojo WITH LOCK
009050           IF ws-cerrojo-status = "00" THEN
009060             SET cerrojo-obtenido TO TRUE
009070           ELSE
009080             CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
009090           END-IF
009100         WHEN OTHER
009110           CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
009120       END-EVALUATE
009130     END-PERFORM.
009140     EXIT.

009150   SOLTAR-CERROJO.
009160     CLOSE f-cerrojo.
009170     EXIT.

009180** Anotar la accion en el diario administrativo compartido,
009190** sin el identificador olvidado. Aqui NO se coge el cerrojo:
009200** PROCESO-PRINCIPAL lo tiene ya cogido:
009210   REGISTRAR-OPERACION.
009220     OPEN EXTEND f-oper.
009230     IF ws-oper-status = "35" THEN
009240       OPEN OUTPUT f-oper
009250       CLOSE f-oper
009260       OPEN EXTEND f-oper
009270     END-IF.
009280     MOVE SPACES TO reg-oper.
009290     MOVE 1 TO oper-punt.
009300     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
009310            " | programa=DadosOlvidar | accion="
009320            DELIMITED BY SIZE,
009330            FUNCTION TRIM(oper-accion) DELIMITED BY SIZE,
009340            " | parametros=" DELIMITED BY SIZE,
009350            FUNCTION TRIM(oper-params) DELIMITED BY SIZE,
009360            " | resultado=" DELIMITED BY SIZE,
009370            FUNCTION TRIM(oper-resultado) DELIMITED BY SIZE
009380            INTO reg-oper WITH POINTER oper-punt
009390     END-STRING.
009400     WRITE reg-oper.
009410     CLOSE f-oper.
009420     EXIT.

009430   LEER-CONTROL-ACTUAL.
009440     MOVE 0 TO control-prev.
009450     OPEN INPUT f-control.
009460     IF ws-control-status = "00" THEN
009470       READ f-control INTO reg-control
009480         NOT AT END
009490           IF FUNCTION TRIM(reg-control) IS NUMERIC THEN
009500             MOVE FUNCTION TRIM(reg-control) TO control-prev
009510           END-IF
009520       END-READ
009530       CLOSE f-control
009540     END-IF.
009550     EXIT.

009560** El nuevo eslabon final, sobrescribiendo dados.ctl (mismo
009570** esquema que GUARDAR-CONTROL en TirarDados):
009580   GUARDAR-CONTROL.
009590     MOVE control-disp TO reg-control.
009600     OPEN OUTPUT f-control.
009610     WRITE reg-control.
009620     CLOSE f-control.
009630     EXIT.

009640** La misma suma de comprobacion encadenada que
009650** CALCULAR-CONTROL en TirarDados:
009660   CALCULAR-CONTROL.
009670     MOVE control-prev TO control-calc.
009680     MOVE FUNCTION STORED-CHAR-LENGTH(parte-datos)
009690          TO control-long.
009700     PERFORM VARYING control-punt FROM 1 BY 1
009710             UNTIL control-punt > control-long
009720       COMPUTE control-char =
009730               FUNCTION ORD(parte-datos(control-punt:1))
009740       COMPUTE control-calc = control-calc * 31 + control-char
009750       COMPUTE control-calc =
009760               FUNCTION MOD(control-calc, 999999937)
009770     END-PERFORM.
009780     MOVE control-calc TO control-disp.
009790     EXIT.
