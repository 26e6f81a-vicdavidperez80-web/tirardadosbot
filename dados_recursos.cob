000000* Mantenimiento de los recursos de personaje de recursos.idx
000010* (puntos de vida, flechas, espacios de conjuro...: un valor
000020* actual y un maximo por clave "personaje.recurso") y de su
000030* libro de movimientos, recursos.log.
000040*
000050* Hasta ahora el dano y la curacion se tiraban con TirarDados
000060* y la resta se hacia a mano en el chat, con los errores que
000070* eso trae. Ahora TirarDados mueve el recurso el mismo con
000080* "--aplicar=PJ.RECURSO" y "--curar=PJ.RECURSO", apuntando en
000090* recursos.log la linea y el control de su entrada en
000100* dados.log; este programa da de alta y de baja los recursos,
000110* los ajusta a mano, los repone tras un descanso largo y
000120* saca el informe de cada personaje con sus movimientos por
000130* sesion. Todo lo que escribe (recursos.idx y recursos.log)
000140* va bajo el cerrojo dados.lck, como TirarDados, y cada orden
000150* que cambia algo queda ademas en operaciones.log.
000160*
000170* Modo de uso:
000180*   listar [PERSONAJE]          - los recursos y su valor.
000190*   alta PJ.RECURSO MAX [ACTUAL] - recurso nuevo (ACTUAL,
000200*                                 por defecto, el maximo).
000210*   ajustar PJ.RECURSO +N|-N|=N - ajuste a mano: +N y -N con
000220*                                 el tope del maximo y el
000230*                                 suelo de 0, como al tirar;
000240*                                 =N fija el valor tal cual.
000250*   descanso PERSONAJE          - descanso largo: todos sus
000260*                                 recursos al maximo.
000270*   baja PJ.RECURSO             - quitar el recurso.
000280*   informe [PERSONAJE]         - valores actuales y los
000290*                                 movimientos por sesion.
000300*   --motivo=TEXTO              - el porque del movimiento,
000310*                                 para el libro.
000320*   --usuario=ID, --sesion=S    - quien y en que sesion (en
000330*                                 "informe", --sesion= deja
000340*                                 solo esa sesion).
000350*   --mesa=ID                   - los recursos de la mesa de
000360*                                 juego ID (ID.recursos.idx,
000370*                                 ID.recursos.log).
000380*
000390* Cada linea de recursos.log lleva la fecha, el recurso, el
000400* movimiento (aplicar, curar, alta, ajuste, descanso, baja),
000410* la cantidad, el valor antes y despues y el maximo; las de
000420* TirarDados llevan ademas "linea=" y "control=" de la
000430* entrada de dados.log que respalda la cantidad, que se
000440* comprueba con "TirarDados --verificar=N".

000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.       DadosRecursos.
000470 AUTHOR.           Pérez.
000480 DATE-WRITTEN.     2026-10-15.

000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT f-recursos ASSIGN TO DYNAMIC ws-recursos-nombre
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS rec-clave
000590         FILE STATUS IS ws-recursos-status.
000600     SELECT f-libro ASSIGN TO DYNAMIC ws-libro-nombre
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ws-libro-status.
000630     SELECT f-cerrojo ASSIGN TO "dados.lck"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS ws-cerrojo-status.
000660     SELECT f-oper ASSIGN TO "operaciones.log"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS ws-oper-status.
000690     SELECT f-mesas ASSIGN TO "mesas.dat"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS ws-mesas-status.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  f-recursos.
000750     COPY "registro_recurso.cpy".
000760 FD  f-libro.
000770     01 reg-libro            PIC X(300).
000780 FD  f-cerrojo.
000790     01 reg-cerrojo          PIC X(10).
000800 FD  f-oper.
000810     01 reg-oper             PIC X(300).
000820 FD  f-mesas.
000830     01 reg-mesa             PIC X(20).

000840 WORKING-STORAGE SECTION.
000850     77 i                    PIC 9(4) USAGE IS COMP.
000860     77 j                    PIC 9(4) USAGE IS COMP.
000870     77 ws-recursos-status   PIC XX.
000870     77 estado-fallido       PIC XX.
000880     77 ws-libro-status      PIC XX.
000890     77 ws-oper-status       PIC XX.
000900** El cerrojo de escritura compartido con TirarDados, que mueve
000910** los mismos recursos al tirar:
000920     77 ws-cerrojo-status    PIC XX.
000930     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000940         88 cerrojo-obtenido       VALUE 1 FALSE 0.
000950     77 cerrojo-intentos     PIC 99 VALUE 0 USAGE IS COMP.
000960     77 cerrojo-espera       PIC 9(9) VALUE 100000000
000970                             USAGE IS COMP.
000980     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000990         88 fin-recursos           VALUE 1 FALSE 0.
001000     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001010         88 fin-libro              VALUE 1 FALSE 0.
001020** Orden y argumentos de la linea de comandos:
001030     01 argumentos-programa.
001040         05 numargs          PIC 99 USAGE IS COMP.
001050         05 orden            PIC X(16) VALUE SPACES.
001060         05 arg-nombre       PIC X(64) VALUE SPACES.
001070         05 arg-valor        PIC X(16) VALUE SPACES.
001080         05 arg-valor2       PIC X(16) VALUE SPACES.
001090         05 arg-leido        PIC X(120) VALUE SPACES.
001100         05 num-posicional   PIC 99 VALUE 0 USAGE IS COMP.
001110** "--motivo=", "--usuario=" y "--sesion=" para el libro:
001120     01 motivo-texto         PIC X(60) VALUE SPACES.
001130     01 usuario-id           PIC X(32) VALUE SPACES.
001140     01 sesion-nombre        PIC X(32) VALUE SPACES.
001150** Mesa de juego ("--mesa=ID"):
001160     01 ws-recursos-nombre   PIC X(40) VALUE "recursos.idx".
001170     01 ws-libro-nombre      PIC X(40) VALUE "recursos.log".
001180     77 ws-mesas-status      PIC XX.
001190     01 ws-mesa-id           PIC X(16) VALUE SPACES.
001200     01 mesa-arg-temp        PIC X(120) VALUE SPACES.
001210     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
001220         88 mesa-modo              VALUE 1 FALSE 0.
001230     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001240         88 fin-mesas              VALUE 1 FALSE 0.
001250     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001260         88 mesa-anotada           VALUE 1 FALSE 0.
001270     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
001280** La clave ("personaje.recurso") o el personaje solo, siempre
001290** en minusculas como las busca TirarDados:
001300     01 recurso-clave        PIC X(64) VALUE SPACES.
001310     01 personaje-min        PIC X(64) VALUE SPACES.
001320     01 prefijo-clave        PIC X(64) VALUE SPACES.
001330     77 prefijo-long         PIC 99 VALUE 0 USAGE IS COMP.
001340     77 ds                   PIC 99 USAGE IS COMP.
001350** Lectura de cantidades: "+N", "-N", "=N" o "N", hasta siete
001360** cifras (lo que cabe en el registro):
001370     01 numero-txt           PIC X(16) VALUE SPACES.
001380     01 numero-signo         PIC X VALUE SPACE.
001390     01 numero-cifras        PIC X(16) VALUE SPACES.
001400     77 numero-valor         PIC S9(7) USAGE IS COMP.
001410     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001420         88 numero-valido          VALUE 1 FALSE 0.
001430** El movimiento que se apunta en el libro:
001440     01 mov-tipo             PIC X(8) VALUE SPACES.
001450     77 mov-cantidad         PIC S9(7) USAGE IS COMP.
001460     77 mov-antes            PIC S9(7) USAGE IS COMP.
001470     77 mov-despues          PIC S9(7) USAGE IS COMP.
001480     77 mov-maximo           PIC S9(7) USAGE IS COMP.
001490     77 libro-punt           PIC 9(4) USAGE IS COMP.
001500     77 valor-disp           PIC -(6)9.
001510     77 valor-disp2          PIC -(6)9.
001520     77 valor-disp3          PIC -(6)9.
001530     77 cifra-disp           PIC Z(5)9.
001540     77 total-movidos        PIC 9(4) VALUE 0 USAGE IS COMP.
001550     77 total-listados       PIC 9(4) VALUE 0 USAGE IS COMP.
001550     77 total-fallidos       PIC 9(4) VALUE 0 USAGE IS COMP.
001560** Una linea del libro, despiezada para el informe:
001570     01 libro-campos.
001580         05 libro-campo      PIC X(80) OCCURS 14 TIMES.
001590     01 libro-fecha          PIC X(14) VALUE SPACES.
001600     01 libro-recurso        PIC X(64) VALUE SPACES.
001610     01 libro-movimiento     PIC X(12) VALUE SPACES.
001620     01 libro-cantidad       PIC X(12) VALUE SPACES.
001630     01 libro-antes          PIC X(12) VALUE SPACES.
001640     01 libro-despues        PIC X(12) VALUE SPACES.
001650     01 libro-linea          PIC X(12) VALUE SPACES.
001660     01 libro-usuario        PIC X(32) VALUE SPACES.
001670     01 libro-sesion         PIC X(32) VALUE SPACES.
001680     01 libro-motivo         PIC X(60) VALUE SPACES.
001690     01 informe-linea        PIC X(200) VALUE SPACES.
001700     77 informe-punt         PIC 9(4) USAGE IS COMP.
001710     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001720         88 libro-incluido         VALUE 1 FALSE 0.
001730** Las sesiones del informe, en el orden en que aparecen por
001740** primera vez en el libro (la de los movimientos sin sesion,
001750** en blanco):
001760     01 tabla-sesiones.
001770         05 ses-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001780         05 ses-ent OCCURS 200 TIMES.
001790             10 ses-nombre   PIC X(32).
001800             10 ses-movs     PIC 9(5) USAGE IS COMP.
001810     77 ses-i                PIC 9(4) VALUE 0 USAGE IS COMP.
001820     77 ses-hallada          PIC 9(4) VALUE 0 USAGE IS COMP.
001830** Anotacion en el diario administrativo comun:
001840     01 oper-accion          PIC X(20) VALUE SPACES.
001850     01 oper-params          PIC X(160) VALUE SPACES.
001860     01 oper-resultado       PIC X(60) VALUE SPACES.
001870     77 oper-punt            PIC 9(4) USAGE IS COMP.

001880 PROCEDURE DIVISION.
001890   LEER-ARGUMENTOS.
001900     INITIALIZE numargs.
001910     ACCEPT numargs FROM ARGUMENT-NUMBER.
001920     IF numargs = 0 THEN
001930       PERFORM MOSTRAR-USO
001940       MOVE 8 TO RETURN-CODE
001950       STOP RUN
001960     END-IF.
001970** La orden y sus datos por ese orden; las opciones "--" pueden
001980** ir en cualquier sitio:
001990     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
002000       ACCEPT arg-leido FROM ARGUMENT-VALUE
002010       MOVE FUNCTION LOWER-CASE(arg-leido) TO mesa-arg-temp
002020       EVALUATE TRUE
002030         WHEN mesa-arg-temp(1:7) = "--mesa="
002040           PERFORM LEER-ARG-MESA
002050         WHEN mesa-arg-temp(1:9) = "--motivo="
002060           MOVE arg-leido(10:60) TO motivo-texto
002070** Una barra partiria la linea del libro en campos de mas:
002080           INSPECT motivo-texto REPLACING ALL "|" BY "/"
002090         WHEN mesa-arg-temp(1:10) = "--usuario="
002100           MOVE arg-leido(11:32) TO usuario-id
002110         WHEN mesa-arg-temp(1:9) = "--sesion="
002120           MOVE arg-leido(10:32) TO sesion-nombre
002130         WHEN mesa-arg-temp(1:2) = "--"
002140           DISPLAY "Error! Argumento no reconocido: '",
002150                   FUNCTION TRIM(arg-leido), "'."
002160           MOVE 8 TO RETURN-CODE
002170           STOP RUN
002180         WHEN OTHER
002190           ADD 1 TO num-posicional
002200           EVALUATE num-posicional
002210             WHEN 1 MOVE FUNCTION LOWER-CASE(arg-leido) TO orden
002220             WHEN 2 MOVE arg-leido TO arg-nombre
002230             WHEN 3 MOVE arg-leido TO arg-valor
002240             WHEN 4 MOVE arg-leido TO arg-valor2
002250           END-EVALUATE
002260       END-EVALUATE
002270     END-PERFORM.
002280     EVALUATE FUNCTION TRIM(orden)
002290       WHEN "listar"
002300         PERFORM EXIGIR-PERSONAJE-OPCIONAL
002310         PERFORM LISTAR-RECURSOS
002320       WHEN "alta"
002330         PERFORM EXIGIR-CLAVE
002340         PERFORM ALTA-RECURSO
002350       WHEN "ajustar"
002360         PERFORM EXIGIR-CLAVE
002370         PERFORM AJUSTAR-RECURSO
002380       WHEN "descanso"
002390         IF FUNCTION TRIM(arg-nombre) = SPACES THEN
002400           DISPLAY "Error! Falta el personaje."
002410           PERFORM MOSTRAR-USO
002420           MOVE 8 TO RETURN-CODE
002430           STOP RUN
002440         END-IF
002450         PERFORM EXIGIR-PERSONAJE-OPCIONAL
002460         PERFORM DESCANSO-LARGO
002470       WHEN "baja"
002480         PERFORM EXIGIR-CLAVE
002490         PERFORM BAJA-RECURSO
002500       WHEN "informe"
002510         PERFORM EXIGIR-PERSONAJE-OPCIONAL
002520         PERFORM INFORME-RECURSOS
002530       WHEN OTHER
002540         PERFORM MOSTRAR-USO
002550         MOVE 8 TO RETURN-CODE
002560     END-EVALUATE.
002570     STOP RUN.

002580   MOSTRAR-USO.
002590     DISPLAY "Modo de uso:".
002600     DISPLAY "  listar [PERSONAJE]".
002610     DISPLAY "  alta PERSONAJE.RECURSO MAXIMO [ACTUAL]".
002620     DISPLAY "  ajustar PERSONAJE.RECURSO +N|-N|=N".
002630     DISPLAY "  descanso PERSONAJE".
002640     DISPLAY "  baja PERSONAJE.RECURSO".
002650     DISPLAY "  informe [PERSONAJE] [--sesion=NOMBRE]".
002660     DISPLAY "  (--motivo=TEXTO, --usuario=ID y --sesion=NOMBRE".
002670     DISPLAY "  quedan en el libro; con --mesa=ID, los recursos".
002680     DISPLAY "  de esa mesa de juego)".
002690     EXIT.

002700** "--mesa=ID": minusculas, cifras, "-" o "_", 16 como mucho.
002710** Los recursos y su libro pasan a ser los de la mesa (con el
002720** identificador y un punto por delante):
002730   LEER-ARG-MESA.
002740     MOVE FUNCTION LOWER-CASE(arg-leido(8:)) TO mesa-arg-temp.
002750     MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp) TO mesa-i.
002760     IF mesa-arg-temp = SPACES OR mesa-i > 16 THEN
002770       DISPLAY "Error! Argumento no reconocido: '",
002780               FUNCTION TRIM(arg-leido), "'."
002790       MOVE 8 TO RETURN-CODE
002800       STOP RUN
002810     END-IF.
002820     IF mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
002830       DISPLAY "Error! Argumento no reconocido: '",
002840               FUNCTION TRIM(arg-leido), "'."
002850       MOVE 8 TO RETURN-CODE
002860       STOP RUN
002870     END-IF.
002880     SET mesa-modo TO TRUE.
002890     MOVE mesa-arg-temp(1:16) TO ws-mesa-id.
002900     MOVE SPACES TO ws-recursos-nombre, ws-libro-nombre.
002910     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
002920            ".recursos.idx" DELIMITED BY SIZE
002930            INTO ws-recursos-nombre
002940     END-STRING.
002950     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
002960            ".recursos.log" DELIMITED BY SIZE
002970            INTO ws-libro-nombre
002980     END-STRING.
002990     EXIT.

003000** La clave ha de tener la forma "personaje.recurso" (la misma
003010** regla que "--aplicar=" en TirarDados), sin espacios, "=" ni
003020** "|", que romperian la opcion o el libro:
003030   EXIGIR-CLAVE.
003040     IF FUNCTION TRIM(arg-nombre) = SPACES THEN
003050       DISPLAY "Error! Falta el recurso."
003060       PERFORM MOSTRAR-USO
003070       MOVE 8 TO RETURN-CODE
003080       STOP RUN
003090     END-IF.
003100     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(arg-nombre))
003110          TO recurso-clave.
003120     INITIALIZE ds.
003130     INSPECT recurso-clave TALLYING ds FOR ALL "=", ALL "|",
003140             ALL "@".
003150     INSPECT FUNCTION TRIM(recurso-clave)
003160             TALLYING ds FOR ALL SPACE.
003170     IF ds > 0 THEN
003180       DISPLAY "Error! El recurso no puede contener espacios,"
003190               " '=', '@' ni '|'."
003200       MOVE 8 TO RETURN-CODE
003210       STOP RUN
003220     END-IF.
003230     INITIALIZE ds.
003240     INSPECT recurso-clave TALLYING ds FOR ALL ".".
003250     MOVE FUNCTION STORED-CHAR-LENGTH(recurso-clave) TO i.
003260     IF ds NOT = 1 OR recurso-clave(1:1) = "." OR
003270        recurso-clave(i:1) = "." THEN
003280       DISPLAY "Error! El recurso ha de escribirse como ",
003290               '"personaje.recurso".'
003300       MOVE 8 TO RETURN-CODE
003310       STOP RUN
003320     END-IF.
003330     EXIT.

003340** Un personaje (sin punto) para listar, informar o descansar;
003350** en blanco, todos. Las claves suyas empiezan por "personaje.":
003360   EXIGIR-PERSONAJE-OPCIONAL.
003370     MOVE SPACES TO personaje-min, prefijo-clave.
003380     MOVE 0 TO prefijo-long.
003390     IF FUNCTION TRIM(arg-nombre) = SPACES THEN
003400       EXIT PARAGRAPH
003410     END-IF.
003420     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(arg-nombre))
003430          TO personaje-min.
003440     INITIALIZE ds.
003450     INSPECT personaje-min TALLYING ds FOR ALL ".".
003460     IF ds > 0 THEN
003470       DISPLAY "Error! Indica solo el personaje, sin '.'."
003480       MOVE 8 TO RETURN-CODE
003490       STOP RUN
003500     END-IF.
003510     STRING FUNCTION TRIM(personaje-min) DELIMITED BY SIZE,
003520            "." DELIMITED BY SIZE
003530            INTO prefijo-clave
003540     END-STRING.
003550     MOVE FUNCTION STORED-CHAR-LENGTH(prefijo-clave)
003560          TO prefijo-long.
003570     EXIT.

003580** "numero-txt" a "numero-valor", separando el signo ("+",
003590** "-" o "=") que lleve delante:
003600   LEER-NUMERO.
003610     SET numero-valido TO FALSE.
003620     MOVE 0 TO numero-valor.
003630     MOVE SPACE TO numero-signo.
003640     MOVE FUNCTION TRIM(numero-txt) TO numero-txt.
003650     IF numero-txt(1:1) = "+" OR numero-txt(1:1) = "-" OR
003660        numero-txt(1:1) = "=" THEN
003670       MOVE numero-txt(1:1) TO numero-signo
003680       MOVE numero-txt(2:15) TO numero-cifras
003690     ELSE
003700       MOVE numero-txt TO numero-cifras
003710     END-IF.
003720     MOVE FUNCTION STORED-CHAR-LENGTH(numero-cifras) TO i.
003730     IF numero-cifras = SPACES OR i > 7 THEN
003740       EXIT PARAGRAPH
003750     END-IF.
003760     IF numero-cifras(1:i) IS NOT NUMERIC THEN
003770       EXIT PARAGRAPH
003780     END-IF.
003790     MOVE numero-cifras(1:i) TO numero-valor.
003800     SET numero-valido TO TRUE.
003810     EXIT.

003820** "listar": un recurso por linea, con su valor y su maximo:
003830   LISTAR-RECURSOS.
003840     MOVE 0 TO total-listados.
003850     OPEN INPUT f-recursos.
003860     IF ws-recursos-status NOT = "00" THEN
003870       DISPLAY "No hay recursos en ",
003880               FUNCTION TRIM(ws-recursos-nombre), "."
003890       EXIT PARAGRAPH
003900     END-IF.
003910     PERFORM EMPEZAR-RECORRIDO.
003920     PERFORM UNTIL fin-recursos
003930       MOVE rec-actual TO valor-disp
003940       MOVE rec-maximo TO valor-disp2
003950       DISPLAY "  ", FUNCTION TRIM(rec-clave), " ", valor-disp,
003950               " / ",
003960               FUNCTION TRIM(valor-disp2)
003970       ADD 1 TO total-listados
003980       PERFORM SEGUIR-RECORRIDO
003990     END-PERFORM.
004000     CLOSE f-recursos.
004010     MOVE total-listados TO cifra-disp.
004020     DISPLAY FUNCTION TRIM(cifra-disp), " recursos.".
004030     EXIT.

004040** Recorrido por clave desde el primer recurso del personaje
004050** pedido (o desde el principio), hasta que cambia el prefijo:
004060   EMPEZAR-RECORRIDO.
004070     SET fin-recursos TO FALSE.
004080     IF prefijo-long = 0 THEN
004090       MOVE LOW-VALUES TO rec-clave
004100     ELSE
004110       MOVE prefijo-clave TO rec-clave
004120     END-IF.
004130     START f-recursos KEY IS NOT LESS THAN rec-clave
004140       INVALID KEY SET fin-recursos TO TRUE
004150     END-START.
004160     IF NOT fin-recursos THEN
004170       PERFORM SEGUIR-RECORRIDO
004180     END-IF.
004190     EXIT.

004200   SEGUIR-RECORRIDO.
004210     READ f-recursos NEXT RECORD
004220       AT END SET fin-recursos TO TRUE
004230     END-READ.
004240     IF NOT fin-recursos AND prefijo-long > 0 THEN
004250       IF rec-clave(1:prefijo-long) NOT =
004260          prefijo-clave(1:prefijo-long) THEN
004270         SET fin-recursos TO TRUE
004280       END-IF
004290     END-IF.
004300     EXIT.

004310** "alta": el maximo y, si se da, el valor de partida (si no,
004320** el recurso empieza lleno):
004330   ALTA-RECURSO.
004340     MOVE arg-valor TO numero-txt.
004350     PERFORM LEER-NUMERO.
004360     IF NOT numero-valido OR numero-signo NOT = SPACE OR
004370        numero-valor = 0 THEN
004380       DISPLAY "Error! El maximo ha de ser un entero positivo."
004390       MOVE 8 TO RETURN-CODE
004400       STOP RUN
004410     END-IF.
004420     MOVE numero-valor TO mov-maximo.
004430     MOVE numero-valor TO mov-despues.
004440     IF FUNCTION TRIM(arg-valor2) NOT = SPACES THEN
004450       MOVE arg-valor2 TO numero-txt
004460       PERFORM LEER-NUMERO
004470       IF NOT numero-valido OR numero-signo NOT = SPACE THEN
004480         DISPLAY "Error! El valor actual ha de ser un entero"
004490                 " no negativo."
004500         MOVE 8 TO RETURN-CODE
004510         STOP RUN
004520       END-IF
004530       MOVE numero-valor TO mov-despues
004540     END-IF.
004550     PERFORM TOMAR-CERROJO.
004560     OPEN I-O f-recursos.
004570     IF ws-recursos-status = "35" THEN
004580       OPEN OUTPUT f-recursos
004590       CLOSE f-recursos
004600       OPEN I-O f-recursos
004610     END-IF.
004610     IF ws-recursos-status NOT = "00" THEN
004610       PERFORM FALLO-ESCRITURA
004610     END-IF.
004620     MOVE SPACES TO reg-recurso.
004630     MOVE recurso-clave TO rec-clave.
004640     MOVE mov-despues TO rec-actual.
004650     MOVE mov-maximo TO rec-maximo.
004660     MOVE FUNCTION CURRENT-DATE(1:14) TO rec-fecha.
004670     WRITE reg-recurso
004680       INVALID KEY
004690         CLOSE f-recursos
004700         PERFORM SOLTAR-CERROJO
004710         DISPLAY "Error! Ya existe el recurso '",
004720                 FUNCTION TRIM(recurso-clave),
004730                 "'. Usa 'ajustar'."
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-WRITE.
004760     IF ws-recursos-status NOT = "00" THEN
004760       PERFORM FALLO-ESCRITURA
004760     END-IF.
004770     CLOSE f-recursos.
004780     MOVE "alta" TO mov-tipo.
004790     MOVE 0 TO mov-antes.
004800     MOVE mov-despues TO mov-cantidad.
004810     PERFORM APUNTAR-LIBRO.
004820     PERFORM SOLTAR-CERROJO.
004830     MOVE mov-despues TO valor-disp.
004840     MOVE mov-maximo TO valor-disp2.
004850     DISPLAY "Recurso '", FUNCTION TRIM(recurso-clave),
004860             "' dado de alta: ", FUNCTION TRIM(valor-disp),
004870             " de ", FUNCTION TRIM(valor-disp2), ".".
004880     MOVE "alta-recurso" TO oper-accion.
004890     PERFORM ANOTAR-PARAMS-RECURSO.
004900     MOVE "alta" TO oper-resultado.
004910     PERFORM REGISTRAR-OPERACION.
004920     EXIT.

004930** "ajustar": +N y -N con las mismas reglas que "--curar=" y
004940** "--aplicar=" (tope en el maximo, suelo en 0); "=N" fija el
004950** valor aunque pase del maximo (puntos de vida temporales y
004960** demas excepciones, que para eso queda el motivo):
004970   AJUSTAR-RECURSO.
004980     MOVE arg-valor TO numero-txt.
004990     PERFORM LEER-NUMERO.
005000     IF NOT numero-valido OR numero-signo = SPACE THEN
005010       DISPLAY "Error! El ajuste ha de ser +N, -N o =N."
005020       MOVE 8 TO RETURN-CODE
005030       STOP RUN
005040     END-IF.
005050     PERFORM TOMAR-CERROJO.
005060     PERFORM LEER-RECURSO-PARA-CAMBIAR.
005070     MOVE rec-actual TO mov-antes.
005080     MOVE rec-maximo TO mov-maximo.
005090     EVALUATE numero-signo
005100       WHEN "+"
005110         COMPUTE mov-despues = mov-antes + numero-valor
005120         IF mov-despues > mov-maximo THEN
005130           IF mov-antes > mov-maximo THEN
005140             MOVE mov-antes TO mov-despues
005150           ELSE
005160             MOVE mov-maximo TO mov-despues
005170           END-IF
005180         END-IF
005190       WHEN "-"
005200         COMPUTE mov-despues = mov-antes - numero-valor
005210         IF mov-despues < 0 THEN
005220           MOVE 0 TO mov-despues
005230         END-IF
005240       WHEN OTHER
005250         MOVE numero-valor TO mov-despues
005260     END-EVALUATE.
005270     MOVE mov-despues TO rec-actual.
005280     MOVE FUNCTION CURRENT-DATE(1:14) TO rec-fecha.
005290     REWRITE reg-recurso
005300       INVALID KEY CONTINUE
005310     END-REWRITE.
005310     IF ws-recursos-status NOT = "00" THEN
005310       PERFORM FALLO-ESCRITURA
005310     END-IF.
005320     CLOSE f-recursos.
005330     MOVE "ajuste" TO mov-tipo.
005340     COMPUTE mov-cantidad = mov-despues - mov-antes.
005350     PERFORM APUNTAR-LIBRO.
005360     PERFORM SOLTAR-CERROJO.
005370     PERFORM MOSTRAR-CAMBIO.
005380     MOVE "ajustar-recurso" TO oper-accion.
005390     PERFORM ANOTAR-PARAMS-RECURSO.
005400     MOVE "ajustado" TO oper-resultado.
005410     PERFORM REGISTRAR-OPERACION.
005420     EXIT.

005430** "baja": el recurso desaparece de recursos.idx; su historia
005440** sigue en el libro:
005450   BAJA-RECURSO.
005460     PERFORM TOMAR-CERROJO.
005470     PERFORM LEER-RECURSO-PARA-CAMBIAR.
005480     MOVE rec-actual TO mov-antes, mov-cantidad.
005490     MOVE rec-maximo TO mov-maximo.
005500     MOVE 0 TO mov-despues.
005510     DELETE f-recursos RECORD
005520       INVALID KEY CONTINUE
005530     END-DELETE.
005530     IF ws-recursos-status NOT = "00" THEN
005530       PERFORM FALLO-ESCRITURA
005530     END-IF.
005540     CLOSE f-recursos.
005550     MOVE "baja" TO mov-tipo.
005560     PERFORM APUNTAR-LIBRO.
005570     PERFORM SOLTAR-CERROJO.
005580     DISPLAY "Recurso '", FUNCTION TRIM(recurso-clave),
005590             "' dado de baja.".
005600     MOVE "baja-recurso" TO oper-accion.
005610     PERFORM ANOTAR-PARAMS-RECURSO.
005620     MOVE "baja" TO oper-resultado.
005630     PERFORM REGISTRAR-OPERACION.
005640     EXIT.

005650** Con el cerrojo ya en la mano: abrir recursos.idx y leer el
005660** recurso pedido, o salir soltandolo todo si no existe:
005670   LEER-RECURSO-PARA-CAMBIAR.
005680     OPEN I-O f-recursos.
005690     IF ws-recursos-status NOT = "00" THEN
005700       PERFORM SOLTAR-CERROJO
005710       DISPLAY "Error! No existe el recurso '",
005720               FUNCTION TRIM(recurso-clave), "'. Usa 'alta'."
005730       MOVE 8 TO RETURN-CODE
005740       STOP RUN
005750     END-IF.
005760     MOVE recurso-clave TO rec-clave.
005770     READ f-recursos
005780       INVALID KEY
005790         CLOSE f-recursos
005800         PERFORM SOLTAR-CERROJO
005810         DISPLAY "Error! No existe el recurso '",
005820                 FUNCTION TRIM(recurso-clave), "'. Usa 'alta'."
005830         MOVE 8 TO RETURN-CODE
005840         STOP RUN
005850     END-READ.
005860     EXIT.

005860** recursos.idx no admitio el cambio: nada va al libro ni a
005860** operaciones.log, porque no ha habido movimiento:
005860   FALLO-ESCRITURA.
005860     MOVE ws-recursos-status TO estado-fallido.
005860     CLOSE f-recursos.
005860     PERFORM SOLTAR-CERROJO.
005860     DISPLAY "Error! No se pudo escribir ",
005860             FUNCTION TRIM(ws-recursos-nombre), " (estado ",
005860             estado-fallido, "); '",
005860             FUNCTION TRIM(recurso-clave), "' no ha cambiado.".
005860     MOVE 8 TO RETURN-CODE.
005860     STOP RUN.

005870** "descanso": descanso largo, todos los recursos del personaje
005880** a su maximo; cada uno que sube queda en el libro (el que no
005880** se deja reescribir se avisa, no se apunta y el descanso
005880** sigue con los demas):
005890   DESCANSO-LARGO.
005900     MOVE 0 TO total-movidos, total-listados, total-fallidos.
005910     PERFORM TOMAR-CERROJO.
005920     OPEN I-O f-recursos.
005930     IF ws-recursos-status NOT = "00" THEN
005940       PERFORM SOLTAR-CERROJO
005950       DISPLAY "Error! ", FUNCTION TRIM(personaje-min),
005960               " no tiene recursos."
005970       MOVE 8 TO RETURN-CODE
005980       STOP RUN
005990     END-IF.
006000     MOVE "descanso" TO mov-tipo.
006010     PERFORM EMPEZAR-RECORRIDO.
006020     PERFORM UNTIL fin-recursos
006030       ADD 1 TO total-listados
006040       IF rec-actual < rec-maximo THEN
006050         MOVE rec-clave TO recurso-clave
006060         MOVE rec-actual TO mov-antes
006070         MOVE rec-maximo TO mov-maximo, mov-despues
006080         COMPUTE mov-cantidad = mov-despues - mov-antes
006090         MOVE mov-despues TO rec-actual
006100         MOVE FUNCTION CURRENT-DATE(1:14) TO rec-fecha
006110         REWRITE reg-recurso
006120           INVALID KEY CONTINUE
006130         END-REWRITE
006130         IF ws-recursos-status = "00" THEN
006140           PERFORM APUNTAR-LIBRO
006150           PERFORM MOSTRAR-CAMBIO
006160           ADD 1 TO total-movidos
006160         ELSE
006160           ADD 1 TO total-fallidos
006160           DISPLAY "Error! No se pudo escribir ",
006160                   FUNCTION TRIM(ws-recursos-nombre),
006160                   " (estado ", ws-recursos-status, "); '",
006160                   FUNCTION TRIM(recurso-clave),
006160                   "' no ha cambiado."
006160         END-IF
006170       END-IF
006180       PERFORM SEGUIR-RECORRIDO
006190     END-PERFORM.
006200     CLOSE f-recursos.
006210     PERFORM SOLTAR-CERROJO.
006220     IF total-listados = 0 THEN
006230       DISPLAY "Error! ", FUNCTION TRIM(personaje-min),
006240               " no tiene recursos."
006250       MOVE 8 TO RETURN-CODE
006260       STOP RUN
006270     END-IF.
006280     MOVE total-movidos TO cifra-disp.
006290     DISPLAY "Descanso largo de ", FUNCTION TRIM(personaje-min),
006300             ": ", FUNCTION TRIM(cifra-disp),
006310             " recursos repuestos.".
006320     MOVE "descanso" TO oper-accion.
006330     MOVE personaje-min TO oper-params.
006340     MOVE SPACES TO oper-resultado.
006350     STRING FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE,
006360            " repuestos" DELIMITED BY SIZE
006370            INTO oper-resultado
006380     END-STRING.
006380     IF total-fallidos > 0 THEN
006380       MOVE total-fallidos TO valor-disp
006380       DISPLAY "Error! ", FUNCTION TRIM(valor-disp),
006380               " recursos no se pudieron reponer."
006380       MOVE SPACES TO oper-resultado
006380       STRING FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE,
006380              " repuestos, " DELIMITED BY SIZE,
006380              FUNCTION TRIM(valor-disp) DELIMITED BY SIZE,
006380              " fallidos" DELIMITED BY SIZE
006380              INTO oper-resultado
006380       END-STRING
006380     END-IF.
006390     PERFORM REGISTRAR-OPERACION.
006390     IF total-fallidos > 0 THEN
006390       MOVE 8 TO RETURN-CODE
006390     END-IF.
006400     EXIT.

006410   MOSTRAR-CAMBIO.
006420     MOVE mov-antes TO valor-disp.
006430     MOVE mov-despues TO valor-disp2.
006440     MOVE mov-maximo TO valor-disp3.
006450     DISPLAY FUNCTION TRIM(recurso-clave), ": ",
006460             FUNCTION TRIM(valor-disp), " -> ",
006470             FUNCTION TRIM(valor-disp2), " (de ",
006480             FUNCTION TRIM(valor-disp3), ")".
006490     EXIT.

006500** Una linea en el libro de movimientos, en el formato de las
006510** que escribe TirarDados (sin "linea=" ni "control=", que
006520** aqui no hay tirada detras, y con el motivo al final):
006530   APUNTAR-LIBRO.
006540     OPEN EXTEND f-libro.
006550     IF ws-libro-status = "35" THEN
006560       OPEN OUTPUT f-libro
006570       CLOSE f-libro
006580       OPEN EXTEND f-libro
006590     END-IF.
006600     MOVE SPACES TO reg-libro.
006610     MOVE 1 TO libro-punt.
006620     MOVE mov-cantidad TO valor-disp.
006630     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
006640            " | recurso=" DELIMITED BY SIZE,
006650            FUNCTION TRIM(recurso-clave) DELIMITED BY SIZE,
006660            " | movimiento=" DELIMITED BY SIZE,
006670            FUNCTION TRIM(mov-tipo) DELIMITED BY SIZE,
006680            " | cantidad=" DELIMITED BY SIZE,
006690            FUNCTION TRIM(valor-disp) DELIMITED BY SIZE
006700            INTO reg-libro WITH POINTER libro-punt
006710     END-STRING.
006720     MOVE mov-antes TO valor-disp.
006730     MOVE mov-despues TO valor-disp2.
006740     MOVE mov-maximo TO valor-disp3.
006750     STRING " | antes=" DELIMITED BY SIZE,
006760            FUNCTION TRIM(valor-disp) DELIMITED BY SIZE,
006770            " | despues=" DELIMITED BY SIZE,
006780            FUNCTION TRIM(valor-disp2) DELIMITED BY SIZE,
006790            " | maximo=" DELIMITED BY SIZE,
006800            FUNCTION TRIM(valor-disp3) DELIMITED BY SIZE
006810            INTO reg-libro WITH POINTER libro-punt
006820     END-STRING.
006830     IF usuario-id NOT = SPACES THEN
006840       STRING " | usuario=" DELIMITED BY SIZE,
006850              FUNCTION TRIM(usuario-id) DELIMITED BY SIZE
006860              INTO reg-libro WITH POINTER libro-punt
006870       END-STRING
006880     END-IF.
006890     IF sesion-nombre NOT = SPACES THEN
006900       STRING " | sesion=" DELIMITED BY SIZE,
006910              FUNCTION TRIM(sesion-nombre) DELIMITED BY SIZE
006920              INTO reg-libro WITH POINTER libro-punt
006930       END-STRING
006940     END-IF.
006950     IF motivo-texto NOT = SPACES THEN
006960       STRING " | motivo=" DELIMITED BY SIZE,
006970              FUNCTION TRIM(motivo-texto) DELIMITED BY SIZE
006980              INTO reg-libro WITH POINTER libro-punt
006990       END-STRING
007000     END-IF.
007010     WRITE reg-libro.
007020     CLOSE f-libro.
007030     EXIT.

007040** "informe": los valores de ahora y, debajo, los movimientos
007050** del libro agrupados por sesion (en el orden en que aparece
007060** cada una), con la linea de dados.log de los que salieron de
007070** una tirada:
007080   INFORME-RECURSOS.
007090     IF prefijo-long = 0 THEN
007100       DISPLAY "Recursos:"
007110     ELSE
007120       DISPLAY "Recursos de ", FUNCTION TRIM(personaje-min), ":"
007130     END-IF.
007140     PERFORM LISTAR-RECURSOS.
007150     DISPLAY " ".
007160     MOVE 0 TO ses-num.
007170     SET fin-libro TO FALSE.
007180     OPEN INPUT f-libro.
007190     IF ws-libro-status NOT = "00" THEN
007200       DISPLAY "Sin movimientos."
007210       EXIT PARAGRAPH
007220     END-IF.
007230     PERFORM UNTIL fin-libro
007240       READ f-libro
007250         AT END SET fin-libro TO TRUE
007260         NOT AT END
007270           PERFORM DESPIEZAR-LIBRO
007280           IF libro-incluido THEN
007290             PERFORM CONTAR-SESION
007300           END-IF
007310       END-READ
007320     END-PERFORM.
007330     CLOSE f-libro.
007340     IF ses-num = 0 THEN
007350       DISPLAY "Sin movimientos."
007360       EXIT PARAGRAPH
007370     END-IF.
007380     PERFORM VARYING ses-i FROM 1 BY 1 UNTIL ses-i > ses-num
007390       PERFORM INFORMAR-SESION
007400     END-PERFORM.
007410     EXIT.

007420   CONTAR-SESION.
007430     MOVE 0 TO ses-hallada.
007440     PERFORM VARYING j FROM 1 BY 1
007450             UNTIL j > ses-num OR ses-hallada > 0
007460       IF ses-nombre(j) = libro-sesion THEN
007470         MOVE j TO ses-hallada
007480       END-IF
007490     END-PERFORM.
007500     IF ses-hallada = 0 THEN
007510       IF ses-num = 200 THEN
007520         EXIT PARAGRAPH
007530       END-IF
007540       ADD 1 TO ses-num
007550       MOVE ses-num TO ses-hallada
007560       MOVE libro-sesion TO ses-nombre(ses-num)
007570       MOVE 0 TO ses-movs(ses-num)
007580     END-IF.
007590     ADD 1 TO ses-movs(ses-hallada).
007600     EXIT.

007610** Segunda pasada por el libro para cada sesion, en su orden:
007620   INFORMAR-SESION.
007630     MOVE ses-movs(ses-i) TO cifra-disp.
007640     IF ses-nombre(ses-i) = SPACES THEN
007650       DISPLAY "(sin sesion): ", FUNCTION TRIM(cifra-disp),
007660               " movimientos"
007670     ELSE
007680       DISPLAY "Sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
007690               ": ", FUNCTION TRIM(cifra-disp), " movimientos"
007700     END-IF.
007710     SET fin-libro TO FALSE.
007720     OPEN INPUT f-libro.
007730     PERFORM UNTIL fin-libro
007740       READ f-libro
007750         AT END SET fin-libro TO TRUE
007760         NOT AT END
007770           PERFORM DESPIEZAR-LIBRO
007780           IF libro-incluido AND
007790              libro-sesion = ses-nombre(ses-i) THEN
007800             PERFORM MOSTRAR-MOVIMIENTO
007810           END-IF
007820       END-READ
007830     END-PERFORM.
007840     CLOSE f-libro.
007850     DISPLAY " ".
007860     EXIT.

007870   MOSTRAR-MOVIMIENTO.
007880     MOVE SPACES TO informe-linea.
007890     MOVE 1 TO informe-punt.
007900     STRING "  " DELIMITED BY SIZE,
007910            libro-fecha(1:4) "-" libro-fecha(5:2) "-"
007920            libro-fecha(7:2) " " libro-fecha(9:2) ":"
007930            libro-fecha(11:2) DELIMITED BY SIZE,
007940            "  " DELIMITED BY SIZE,
007950            FUNCTION TRIM(libro-recurso) DELIMITED BY SIZE,
007960            " " DELIMITED BY SIZE,
007970            FUNCTION TRIM(libro-movimiento) DELIMITED BY SIZE,
007980            " " DELIMITED BY SIZE,
007990            FUNCTION TRIM(libro-cantidad) DELIMITED BY SIZE,
008000            ": " DELIMITED BY SIZE,
008010            FUNCTION TRIM(libro-antes) DELIMITED BY SIZE,
008020            " -> " DELIMITED BY SIZE,
008030            FUNCTION TRIM(libro-despues) DELIMITED BY SIZE
008040            INTO informe-linea WITH POINTER informe-punt
008050     END-STRING.
008060     IF libro-linea NOT = SPACES THEN
008070       STRING " (dados.log linea " DELIMITED BY SIZE,
008080              FUNCTION TRIM(libro-linea) DELIMITED BY SIZE,
008090              ")" DELIMITED BY SIZE
008100              INTO informe-linea WITH POINTER informe-punt
008110       END-STRING
008120     END-IF.
008130     IF libro-usuario NOT = SPACES THEN
008140       STRING " [" DELIMITED BY SIZE,
008150              FUNCTION TRIM(libro-usuario) DELIMITED BY SIZE,
008160              "]" DELIMITED BY SIZE
008170              INTO informe-linea WITH POINTER informe-punt
008180       END-STRING
008190     END-IF.
008200     IF libro-motivo NOT = SPACES THEN
008210       STRING " " DELIMITED BY SIZE,
008220              FUNCTION TRIM(libro-motivo) DELIMITED BY SIZE
008230              INTO informe-linea WITH POINTER informe-punt
008240       END-STRING
008250     END-IF.
008260     DISPLAY FUNCTION TRIM(informe-linea, TRAILING).
008270     EXIT.

008280** Partir una linea del libro en sus campos "nombre=valor" y
008290** decidir si entra en el informe (personaje y sesion pedidos):
008300   DESPIEZAR-LIBRO.
008310     SET libro-incluido TO FALSE.
008320     INITIALIZE libro-campos.
008330     MOVE SPACES TO libro-recurso, libro-movimiento,
008340                    libro-cantidad, libro-antes, libro-despues,
008350                    libro-linea, libro-usuario, libro-sesion,
008360                    libro-motivo.
008370     MOVE reg-libro(1:14) TO libro-fecha.
008380     UNSTRING reg-libro DELIMITED BY " | "
008390       INTO libro-campo(1), libro-campo(2), libro-campo(3),
008400            libro-campo(4), libro-campo(5), libro-campo(6),
008410            libro-campo(7), libro-campo(8), libro-campo(9),
008420            libro-campo(10), libro-campo(11), libro-campo(12),
008430            libro-campo(13), libro-campo(14)
008440     END-UNSTRING.
008450     PERFORM VARYING j FROM 2 BY 1 UNTIL j > 14
008460       EVALUATE TRUE
008470         WHEN libro-campo(j)(1:8) = "recurso="
008480           MOVE libro-campo(j)(9:64) TO libro-recurso
008490         WHEN libro-campo(j)(1:11) = "movimiento="
008500           MOVE libro-campo(j)(12:12) TO libro-movimiento
008510         WHEN libro-campo(j)(1:9) = "cantidad="
008520           MOVE libro-campo(j)(10:12) TO libro-cantidad
008530         WHEN libro-campo(j)(1:6) = "antes="
008540           MOVE libro-campo(j)(7:12) TO libro-antes
008550         WHEN libro-campo(j)(1:8) = "despues="
008560           MOVE libro-campo(j)(9:12) TO libro-despues
008570         WHEN libro-campo(j)(1:6) = "linea="
008580           MOVE libro-campo(j)(7:12) TO libro-linea
008590         WHEN libro-campo(j)(1:8) = "usuario="
008600           MOVE libro-campo(j)(9:32) TO libro-usuario
008610         WHEN libro-campo(j)(1:7) = "sesion="
008620           MOVE libro-campo(j)(8:32) TO libro-sesion
008630         WHEN libro-campo(j)(1:7) = "motivo="
008640           MOVE libro-campo(j)(8:60) TO libro-motivo
008650       END-EVALUATE
008660     END-PERFORM.
008670     IF libro-recurso = SPACES THEN
008680       EXIT PARAGRAPH
008690     END-IF.
008700     IF prefijo-long > 0 THEN
008710       IF libro-recurso(1:prefijo-long) NOT =
008720          prefijo-clave(1:prefijo-long) THEN
008730         EXIT PARAGRAPH
008740       END-IF
008750     END-IF.
008760     IF sesion-nombre NOT = SPACES AND
008770        libro-sesion NOT = sesion-nombre THEN
008780       EXIT PARAGRAPH
008790     END-IF.
008800     SET libro-incluido TO TRUE.
008810     EXIT.

008820** Los parametros de la orden para operaciones.log:
008830   ANOTAR-PARAMS-RECURSO.
008840     MOVE SPACES TO oper-params.
008850     MOVE mov-despues TO valor-disp.
008860     MOVE mov-maximo TO valor-disp2.
008870     STRING FUNCTION TRIM(recurso-clave) DELIMITED BY SIZE,
008880            " " DELIMITED BY SIZE,
008890            FUNCTION TRIM(valor-disp) DELIMITED BY SIZE,
008900            "/" DELIMITED BY SIZE,
008910            FUNCTION TRIM(valor-disp2) DELIMITED BY SIZE
008920            INTO oper-params
008930     END-STRING.
008940     EXIT.

008950** Sin el cerrojo no se escribe nada (ni el recurso ni el
008960** libro, que han de ir siempre juntos):
008970   TOMAR-CERROJO.
008980     PERFORM OBTENER-CERROJO.
008990     IF NOT cerrojo-obtenido THEN
009000       DISPLAY "Error! dados.lck ocupado; otro proceso esta"
009010       DISPLAY "escribiendo. Vuelve a intentarlo en un rato."
009020       MOVE 8 TO RETURN-CODE
009030       STOP RUN
009040     END-IF.
009050     PERFORM ANOTAR-MESA.
009060     EXIT.

009070** Cada cambio queda anotado en el diario administrativo comun
009080** (operaciones.log), bajo el cerrojo dados.lck como todo lo
009090** que se escribe compartido:
009100   REGISTRAR-OPERACION.
009110     PERFORM OBTENER-CERROJO.
009120     IF NOT cerrojo-obtenido THEN
009130       DISPLAY "AVISO: dados.lck ocupado; la accion no ha"
009140       DISPLAY "quedado anotada en operaciones.log."
009150       EXIT PARAGRAPH
009160     END-IF.
009170     OPEN EXTEND f-oper.
009180     IF ws-oper-status = "35" THEN
009190       OPEN OUTPUT f-oper
009200       CLOSE f-oper
009210       OPEN EXTEND f-oper
009220     END-IF.
009230     MOVE SPACES TO reg-oper.
009240     MOVE 1 TO oper-punt.
009250     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
009260            " | programa=DadosRecursos | accion="
009270            DELIMITED BY SIZE,
009280            FUNCTION TRIM(oper-accion) DELIMITED BY SIZE
009290            INTO reg-oper WITH POINTER oper-punt
009300     END-STRING.
009310     IF mesa-modo THEN
009320       STRING " | mesa=" DELIMITED BY SIZE,
009330              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
009340              INTO reg-oper WITH POINTER oper-punt
009350       END-STRING
009360     END-IF.
009370     STRING " | parametros=" DELIMITED BY SIZE,
009380            FUNCTION TRIM(oper-params) DELIMITED BY SIZE,
009390            " | resultado=" DELIMITED BY SIZE,
009400            FUNCTION TRIM(oper-resultado) DELIMITED BY SIZE
009410            INTO reg-oper WITH POINTER oper-punt
009420     END-STRING.
009430     WRITE reg-oper.
009440     CLOSE f-oper.
009450     PERFORM SOLTAR-CERROJO.
009460     EXIT.

009470** El cerrojo de escritura compartido con TirarDados (vease
009480** OBTENER-CERROJO alli): exclusiva sobre dados.lck con
009490** reintentos de 100 ms, 50 como mucho:
009500   OBTENER-CERROJO.
009510     SET cerrojo-obtenido TO FALSE.
009520     MOVE 0 TO cerrojo-intentos.
009530     PERFORM UNTIL cerrojo-obtenido OR cerrojo-intentos = 50
009540       ADD 1 TO cerrojo-intentos
009550       OPEN EXTEND f-cerrojo WITH LOCK
009560       EVALUATE ws-cerrojo-status
009570         WHEN "00"
009580           SET cerrojo-obtenido TO TRUE
009590         WHEN "35"
009600           OPEN OUTPUT f-cerrojo WITH LOCK
009610           IF ws-cerrojo-status = "00" THEN
009620             SET cerrojo-obtenido TO TRUE
009630           ELSE
009640             CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
009650           END-IF
009660         WHEN OTHER
009670           CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
009680       END-EVALUATE
009690     END-PERFORM.
009700     EXIT.

009710** La primera escritura en una mesa la da de alta en mesas.dat
009720** (bajo el cerrojo, igual que ANOTAR-MESA en TirarDados):
009730   ANOTAR-MESA.
009740     IF NOT mesa-modo OR mesa-anotada THEN
009750       EXIT PARAGRAPH
009760     END-IF.
009770     SET fin-mesas TO FALSE.
009780     OPEN INPUT f-mesas.
009790     IF ws-mesas-status = "00" THEN
009800       PERFORM UNTIL fin-mesas OR mesa-anotada
009810         READ f-mesas INTO reg-mesa
009820           AT END SET fin-mesas TO TRUE
009830           NOT AT END
009840             IF FUNCTION TRIM(reg-mesa) = ws-mesa-id THEN
009850               SET mesa-anotada TO TRUE
009860             END-IF
009870         END-READ
009880       END-PERFORM
009890       CLOSE f-mesas
009900     END-IF.
009910     IF NOT mesa-anotada THEN
009920       OPEN EXTEND f-mesas
009930       IF ws-mesas-status = "35" THEN
009940         OPEN OUTPUT f-mesas
009950         CLOSE f-mesas
009960         OPEN EXTEND f-mesas
009970       END-IF
009980       MOVE ws-mesa-id TO reg-mesa
009990       WRITE reg-mesa
010000       CLOSE f-mesas
010010       SET mesa-anotada TO TRUE
010020     END-IF.
010030     EXIT.

010040   SOLTAR-CERROJO.
010050     CLOSE f-cerrojo.
010060     EXIT.
