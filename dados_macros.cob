000190*   alta NOMBRE EXPRESIÓN   - añadir una macro nueva.
000200*   cambiar NOMBRE EXPRESIÓN - cambiar una existente.
000210*   borrar NOMBRE           - borrarla.
000210*   --mesa=ID               - las macros de la mesa de juego ID.
000210*   listar --todas          - las macros de todas las mesas.
000220*
000222* 21-8-2026: También se validan los grupos entre paréntesis
000223* con factor ("2*(1d8+3)", "(6d6)/2"), con las mismas reglas
000263* diario administrativo compartido (operaciones.log), bajo el
000264* cerrojo dados.lck, para poder reconstruir despues quien
000265* toco que macro y cuando.
000266*
000267* 15-10-2026: Mesas de juego. Con "--mesa=ID" (en cualquier
000268* posicion) se trabaja sobre las macros de esa mesa
000269* (ID.macros.dat, validando los atributos contra
000269* ID.personajes.dat); la primera escritura da de alta la mesa
000269* en mesas.dat y la anotacion del diario lleva " | mesa=ID".
000269* "listar --todas" lista las de la mesa por defecto y las de
000269* cada mesa de mesas.dat.

000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.       DadosMacros.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     CLASS T_SIGNO IS "-", "+", ",".
000340     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT f-macros ASSIGN TO DYNAMIC ws-macros-nombre
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS ws-macros-status.
000395     SELECT f-personajes ASSIGN TO DYNAMIC ws-personajes-nombre
000396         ORGANIZATION IS LINE SEQUENTIAL
000397         FILE STATUS IS ws-personajes-status.
000400     SELECT f-limites ASSIGN TO "limites.dat"
000424     SELECT f-oper ASSIGN TO "operaciones.log"
000425         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS ws-oper-status.
000427     SELECT f-mesas ASSIGN TO "mesas.dat"
000428         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS ws-mesas-status.

000430 DATA DIVISION.
000440 FILE SECTION.
000484     01 reg-cerrojo          PIC X(10).
000485 FD  f-oper.
000486     01 reg-oper             PIC X(300).
000487 FD  f-mesas.
000488     01 reg-mesa             PIC X(20).

000490 WORKING-STORAGE SECTION.
000500     77 i                    PIC 9(4) USAGE IS COMP.
000610         05 orden            PIC X(16) VALUE SPACES.
000620         05 arg-nombre       PIC X(32) VALUE SPACES.
000630         05 arg-expr         PIC X(120) VALUE SPACES.
000630         05 arg-leido        PIC X(120) VALUE SPACES.
000630         05 num-posicional   PIC 99 VALUE 0 USAGE IS COMP.
000631** Mesa de juego ("--mesa=ID") o todas ("listar --todas"):
000631     01 ws-macros-nombre     PIC X(40) VALUE "macros.dat".
000631     01 ws-personajes-nombre PIC X(40) VALUE "personajes.dat".
000631     77 ws-mesas-status      PIC XX.
000631     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000631     01 mesa-arg-temp        PIC X(120) VALUE SPACES.
000631     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
000631         88 mesa-modo              VALUE 1 FALSE 0.
000631     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
000631         88 todas-modo             VALUE 1 FALSE 0.
000631     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000631         88 fin-mesas              VALUE 1 FALSE 0.
000631     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000631         88 mesa-anotada           VALUE 1 FALSE 0.
000631     01 tabla-mesas.
000631         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
000631         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
000631     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000640** La tabla de macros entera en memoria; el fichero se vuelca
000650** aquí, se retoca la tabla y se reescribe si hace falta:
000660     01 tabla-macros.
001200       MOVE 8 TO RETURN-CODE
001210       STOP RUN
001220     END-IF.
001250** La orden, el nombre y la expresion, por ese orden; "--mesa=ID"
001250** y "--todas" pueden ir en cualquier sitio:
001250     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
001260       ACCEPT arg-leido FROM ARGUMENT-VALUE
001260       MOVE FUNCTION LOWER-CASE(arg-leido) TO mesa-arg-temp
001260       EVALUATE TRUE
001260         WHEN mesa-arg-temp(1:7) = "--mesa="
001260           PERFORM LEER-ARG-MESA
001260         WHEN mesa-arg-temp = "--todas"
001260           SET todas-modo TO TRUE
001260         WHEN OTHER
001260           ADD 1 TO num-posicional
001260           EVALUATE num-posicional
001260             WHEN 1 MOVE FUNCTION LOWER-CASE(arg-leido) TO orden
001260             WHEN 2 MOVE arg-leido TO arg-nombre
001260             WHEN 3 MOVE arg-leido TO arg-expr
001260           END-EVALUATE
001260       END-EVALUATE
001270     END-PERFORM.
001270     IF todas-modo AND
001270        (mesa-modo OR FUNCTION TRIM(orden) NOT = "listar") THEN
001270       DISPLAY "Error! --todas solo vale para listar, y sin",
001270               " --mesa=."
001270       MOVE 8 TO RETURN-CODE
001270       STOP RUN
001270     END-IF.
001310     EVALUATE FUNCTION TRIM(orden)
001320       WHEN "listar"
001330         PERFORM CARGAR-MACROS
001340         PERFORM LISTAR-MACROS
001340         IF todas-modo THEN
001340           PERFORM LISTAR-TODAS-LAS-MESAS
001340         END-IF
001350       WHEN "alta"
001360         PERFORM EXIGIR-NOMBRE-Y-EXPR
001370         PERFORM CARGAR-MACROS
001550     DISPLAY "  alta NOMBRE EXPRESION".
001560     DISPLAY "  cambiar NOMBRE EXPRESION".
001570     DISPLAY "  borrar NOMBRE".
001570     DISPLAY "  (con --mesa=ID, las de esa mesa de juego;".
001570     DISPLAY "  listar --todas, las de todas las mesas)".
001580     EXIT.

001581** "--mesa=ID": minusculas, cifras, "-" o "_", 16 como mucho.
001581** Las macros y las hojas de personaje pasan a ser las de la
001581** mesa (con el identificador y un punto por delante):
001581   LEER-ARG-MESA.
001581     MOVE FUNCTION LOWER-CASE(arg-leido(8:)) TO mesa-arg-temp.
001581     MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp) TO mesa-i.
001581     IF mesa-arg-temp = SPACES OR mesa-i > 16 THEN
001581       DISPLAY "Error! Argumento no reconocido: '",
001581               FUNCTION TRIM(arg-leido), "'."
001581       MOVE 8 TO RETURN-CODE
001581       STOP RUN
001581     END-IF.
001581     IF mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001581       DISPLAY "Error! Argumento no reconocido: '",
001581               FUNCTION TRIM(arg-leido), "'."
001581       MOVE 8 TO RETURN-CODE
001581       STOP RUN
001581     END-IF.
001581     SET mesa-modo TO TRUE.
001581     MOVE mesa-arg-temp(1:16) TO ws-mesa-id.
001581     PERFORM FIJAR-NOMBRES-MESA.
001581     EXIT.

001581   FIJAR-NOMBRES-MESA.
001581     MOVE SPACES TO ws-macros-nombre, ws-personajes-nombre.
001581     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001581            ".macros.dat" DELIMITED BY SIZE
001581            INTO ws-macros-nombre
001581     END-STRING.
001581     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001581            ".personajes.dat" DELIMITED BY SIZE
001581            INTO ws-personajes-nombre
001581     END-STRING.
001581     EXIT.

001581** "listar --todas": detras de las de la mesa por defecto, las
001581** de cada mesa dada de alta en mesas.dat:
001581   LISTAR-TODAS-LAS-MESAS.
001581     MOVE 0 TO mesa-num.
001581     SET fin-mesas TO FALSE.
001581     OPEN INPUT f-mesas.
001581     IF ws-mesas-status NOT = "00" THEN
001581       EXIT PARAGRAPH
001581     END-IF.
001581     PERFORM UNTIL fin-mesas OR mesa-num = 100
001581       READ f-mesas INTO reg-mesa
001581         AT END SET fin-mesas TO TRUE
001581         NOT AT END
001581           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
001581             ADD 1 TO mesa-num
001581             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
001581           END-IF
001581       END-READ
001581     END-PERFORM.
001581     CLOSE f-mesas.
001581     PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
001581       MOVE mesa-ent(mesa-i) TO ws-mesa-id
001581       PERFORM FIJAR-NOMBRES-MESA
001581       DISPLAY " "
001581       DISPLAY "Mesa ", FUNCTION TRIM(ws-mesa-id), ":"
001581       PERFORM CARGAR-MACROS
001581       PERFORM LISTAR-MACROS
001581     END-PERFORM.
001581     EXIT.

001590   EXIGIR-NOMBRE.
001600     IF FUNCTION TRIM(arg-nombre) = SPACES THEN
001610       DISPLAY "Error! Falta el nombre de la macro."

002320   LISTAR-MACROS.
002330     IF mac-num = 0 THEN
002340       DISPLAY "No hay macros (", FUNCTION TRIM(ws-macros-nombre),
002340               " vacio o inexistente)."
002350       EXIT PARAGRAPH
002360     END-IF.
002370     PERFORM VARYING i FROM 1 BY 1 UNTIL i > mac-num
005500       DISPLAY "quedado anotada en operaciones.log."
005510       EXIT PARAGRAPH
005520     END-IF.
005520     PERFORM ANOTAR-MESA.
005530     OPEN EXTEND f-oper.
005540     IF ws-oper-status = "35" THEN
005550       OPEN OUTPUT f-oper
005610     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
005620            " | programa=DadosMacros | accion="
005630            DELIMITED BY SIZE,
005640            FUNCTION TRIM(oper-accion) DELIMITED BY SIZE
005640            INTO reg-oper WITH POINTER oper-punt
005640     END-STRING.
005640     IF mesa-modo THEN
005640       STRING " | mesa=" DELIMITED BY SIZE,
005640              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
005640              INTO reg-oper WITH POINTER oper-punt
005640       END-STRING
005640     END-IF.
005640     STRING " | parametros=" DELIMITED BY SIZE,
005660            FUNCTION TRIM(oper-params) DELIMITED BY SIZE,
005670            " | resultado=" DELIMITED BY SIZE,
005680            FUNCTION TRIM(oper-resultado) DELIMITED BY SIZE
005730     PERFORM SOLTAR-CERROJO.
005740     EXIT.

005741** La primera escritura en una mesa la da de alta en mesas.dat
005741** (bajo el cerrojo, igual que ANOTAR-MESA en TirarDados):
005741   ANOTAR-MESA.
005741     IF NOT mesa-modo OR mesa-anotada THEN
005741       EXIT PARAGRAPH
005741     END-IF.
005741     SET fin-mesas TO FALSE.
005741     OPEN INPUT f-mesas.
005741     IF ws-mesas-status = "00" THEN
005741       PERFORM UNTIL fin-mesas OR mesa-anotada
005741         READ f-mesas INTO reg-mesa
005741           AT END SET fin-mesas TO TRUE
005741           NOT AT END
005741             IF FUNCTION TRIM(reg-mesa) = ws-mesa-id THEN
005741               SET mesa-anotada TO TRUE
005741             END-IF
005741         END-READ
005741       END-PERFORM
005741       CLOSE f-mesas
005741     END-IF.
005741     IF NOT mesa-anotada THEN
005741       OPEN EXTEND f-mesas
005741       IF ws-mesas-status = "35" THEN
005741         OPEN OUTPUT f-mesas
005741         CLOSE f-mesas
005741         OPEN EXTEND f-mesas
005741       END-IF
005741       MOVE ws-mesa-id TO reg-mesa
005741       WRITE reg-mesa
005741       CLOSE f-mesas
005741       SET mesa-anotada TO TRUE
005741     END-IF.
005741     EXIT.

005750** El cerrojo de escritura compartido con TirarDados (vease
005760** OBTENER-CERROJO alli): exclusiva sobre dados.lck con
005770** reintentos de 100 ms, 50 como mucho:
