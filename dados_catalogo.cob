000000* Trabajo por lotes que rehace desde cero el catalogo indexado
000010* de los archivos mensuales (catalogo.idx, registro en
000020* registro_catalogo.cpy). Los archivos dados-AAAAMM.arc son
000030* registros de 25KB que solo pueden leerse uno tras otro:
000040* revelar un sello rotado, buscar las tiradas de un jugador o
000050* las de una sesion obligaba a leer meses enteros. El catalogo
000060* apunta a cada registro por su mes y su numero de orden en el
000070* archivo, con tres entradas por registro como mucho:
000080*   - por numero de sello (si lo lleva),
000090*   - por usuario y fecha (si hay usuario),
000100*   - por etiqueta de sesion y fecha (si hay sesion).
000110*
000120* DadosRotar lo amplia en cada rotacion si existe, y
000130* DadosCuadre comprueba que cuadra con los archivos. Este
000140* programa lo monta la primera vez (mientras no exista, todo
000150* sigue leyendo los archivos enteros como siempre) y lo
000160* rehace si DadosCuadre lo da por descuadrado o se ha
000170* restaurado algun archivo a mano. Se recorren los archivos
000180* del mes actual hacia atras, diez anos como mucho, igual que
000190* REVELAR-EN-ARCHIVOS en TirarDados. Sin ningun archivo queda
000200* un catalogo vacio, que DadosRotar ira llenando.
000210*
000220* Con una rotacion a medias (queda un "dados.log.rotando") no
000230* se hace nada en esa mesa: DadosRotar la termina ampliando
000240* el catalogo, y rehacerlo antes dejaria fuera lo que falta
000250* por archivar. Conviene no lanzarlo mientras corre DadosRotar.
000260* El trabajo queda anotado en operaciones.log.
000270*
000280* Opciones:
000290*   --mesa=ID:  rehacer solo el catalogo de la mesa de juego ID
000300*               (ID.catalogo.idx, de sus ID.dados-AAAAMM.arc).
000310*   --todas:    la mesa comun y todas las de mesas.dat.
000320*
000330* Codigo de salida: 0 hecho, 8 error (en alguna mesa, tambien
000330* si alguna entrada no se ha podido grabar).

000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.       DadosCatalogo.
000360 AUTHOR.           Pérez.
000370 DATE-WRITTEN.     2026-10-15.

000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS ws-arc-status.
000470     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS cat-clave
000510         FILE STATUS IS ws-catalogo-status.
000520     SELECT f-cerrojo ASSIGN TO "dados.lck"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ws-cerrojo-status.
000550     SELECT f-oper ASSIGN TO "operaciones.log"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ws-oper-status.
000580** El registro de mesas de juego, para "--todas":
000590     SELECT f-mesas ASSIGN TO "mesas.dat"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ws-mesas-status.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  f-arc.
000650     COPY "registro_arc.cpy".
000660 FD  f-catalogo.
000670     COPY "registro_catalogo.cpy".
000680 FD  f-cerrojo.
000690     01 reg-cerrojo          PIC X(10).
000700 FD  f-oper.
000710     01 reg-oper             PIC X(300).
000720 FD  f-mesas.
000730     01 reg-mesa             PIC X(20).

000740 WORKING-STORAGE SECTION.
000750     77 i                    PIC 9(4) USAGE IS COMP.
000760     77 ws-arc-status        PIC XX.
000770     77 ws-catalogo-status   PIC XX.
000780     77 ws-oper-status       PIC XX.
000790     77 ws-mesas-status      PIC XX.
000800     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
000810     01 ws-catalogo-nombre   PIC X(40) VALUE SPACES.
000820     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000830         88 fin-arc                VALUE 1 FALSE 0.
000840** Opciones de ejecucion:
000850     01 argumentos-programa.
000860         05 arg              PIC X(32) VALUE SPACES.
000870         05 numargs          PIC 99 USAGE IS COMP.
000880** Mesa de juego en curso (la comun, sin prefijo, o la de
000890** "--mesa=ID" o cada una de mesas.dat con "--todas"):
000900     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000910     01 mesa-prefijo         PIC X(17) VALUE SPACES.
000920     01 mesa-arg-temp        PIC X(24) VALUE SPACES.
000930     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
000940         88 mesa-modo              VALUE 1 FALSE 0.
000950     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
000960         88 todas-modo             VALUE 1 FALSE 0.
000970     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000980         88 fin-mesas              VALUE 1 FALSE 0.
000990     01 tabla-mesas.
001000         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
001010         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
001020     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
001030** Una rotacion a medias (CBL_CHECK_FILE_EXIST):
001040     01 existe-nombre        PIC X(60) VALUE SPACES.
001050     01 existe-datos         PIC X(16) VALUE SPACES.
001060** Recorrido de los archivos mensuales, del mes actual hacia
001070** atras (diez anos, como REVELAR-EN-ARCHIVOS):
001080     77 meses-total          PIC 9(6) USAGE IS COMP.
001090     77 anno-arc             PIC 9(4) USAGE IS COMP.
001100     77 mes-arc              PIC 99 USAGE IS COMP.
001110     01 mes-arc-nombre.
001120         05 anno-arc-txt     PIC 9(4).
001130         05 mes-arc-txt      PIC 99.
001140     77 registros-mes        PIC 9(9) VALUE 0 USAGE IS COMP.
001150** El cerrojo de escritura compartido con TirarDados, solo
001160** para el apunte del diario:
001170     77 ws-cerrojo-status    PIC XX.
001180     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001190         88 cerrojo-obtenido       VALUE 1 FALSE 0.
001200     77 cerrojo-intentos     PIC 99 VALUE 0 USAGE IS COMP.
001210     77 cerrojo-espera       PIC 9(9) VALUE 100000000
001220                             USAGE IS COMP.
001230     01 oper-resultado       PIC X(60) VALUE SPACES.
001240     77 oper-punt            PIC 9(4) USAGE IS COMP.
001250** Recuentos de la mesa en curso y codigo de salida:
001260     77 total-archivos       PIC 9(4) VALUE 0 USAGE IS COMP.
001270     77 total-registros      PIC 9(9) VALUE 0 USAGE IS COMP.
001280     77 total-entradas       PIC 9(9) VALUE 0 USAGE IS COMP.
001280     77 total-fallos         PIC 9(9) VALUE 0 USAGE IS COMP.
001290     77 rc-salida            PIC 9(4) VALUE 0 USAGE IS COMP.
001300     77 cifra-disp           PIC Z(8)9.
001310     77 cifra2-disp          PIC Z(8)9.
001320     77 cifra3-disp          PIC Z(8)9.

001330 PROCEDURE DIVISION.
001340   LEER-ARGUMENTOS.
001350     INITIALIZE i, numargs.
001360     ACCEPT numargs FROM ARGUMENT-NUMBER.
001370     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
001380       ACCEPT arg FROM ARGUMENT-VALUE
001390       MOVE FUNCTION LOWER-CASE(arg) TO arg
001400       EVALUATE TRUE
001410         WHEN arg(1:7) = "--mesa="
001420           MOVE arg(8:24) TO mesa-arg-temp
001430           MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp)
001440                TO mesa-i
001450           IF mesa-arg-temp = SPACES OR mesa-i > 16 OR
001460              mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001470             DISPLAY "Error! Argumento no reconocido: '",
001480                     FUNCTION TRIM(arg), "'."
001490             MOVE 8 TO RETURN-CODE
001500             STOP RUN
001510           END-IF
001520           SET mesa-modo TO TRUE
001530           MOVE mesa-arg-temp(1:16) TO ws-mesa-id
001540         WHEN arg = "--todas"
001550           SET todas-modo TO TRUE
001560         WHEN OTHER
001570           DISPLAY "Error! Argumento no reconocido: '",
001580                   FUNCTION TRIM(arg), "'."
001590           MOVE 8 TO RETURN-CODE
001600           STOP RUN
001610       END-EVALUATE
001620     END-PERFORM.
001630     IF mesa-modo AND todas-modo THEN
001640       DISPLAY "Error! --mesa= y --todas no van juntas."
001650       MOVE 8 TO RETURN-CODE
001660       STOP RUN
001670     END-IF.

001680** Una mesa (la indicada o la comun) o, con "--todas", la
001690** comun y despues cada una de mesas.dat:
001700   REHACER-MESAS.
001710     IF NOT todas-modo THEN
001720       PERFORM FIJAR-NOMBRES-MESA
001730       PERFORM REHACER-CATALOGO
001740     ELSE
001750       PERFORM CARGAR-MESAS
001760       MOVE SPACES TO ws-mesa-id
001770       SET mesa-modo TO FALSE
001780       PERFORM FIJAR-NOMBRES-MESA
001790       PERFORM REHACER-CATALOGO
001800       SET mesa-modo TO TRUE
001810       PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
001820         MOVE mesa-ent(mesa-i) TO ws-mesa-id
001830         PERFORM FIJAR-NOMBRES-MESA
001840         PERFORM REHACER-CATALOGO
001850       END-PERFORM
001860     END-IF.
001870     MOVE rc-salida TO RETURN-CODE.
001880     STOP RUN.

001890** Las mesas dadas de alta en mesas.dat (una por linea):
001900   CARGAR-MESAS.
001910     MOVE 0 TO mesa-num.
001920     SET fin-mesas TO FALSE.
001930     OPEN INPUT f-mesas.
001940     IF ws-mesas-status NOT = "00" THEN
001950       EXIT PARAGRAPH
001960     END-IF.
001970     PERFORM UNTIL fin-mesas OR mesa-num = 100
001980       READ f-mesas INTO reg-mesa
001990         AT END SET fin-mesas TO TRUE
002000         NOT AT END
002010           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
002020             ADD 1 TO mesa-num
002030             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
002040           END-IF
002050       END-READ
002060     END-PERFORM.
002070     CLOSE f-mesas.
002080     EXIT.

002090   FIJAR-NOMBRES-MESA.
002100     MOVE SPACES TO mesa-prefijo.
002110     IF mesa-modo THEN
002120       STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
002130              "." DELIMITED BY SIZE
002140              INTO mesa-prefijo
002150       END-STRING
002160     END-IF.
002170     MOVE SPACES TO ws-catalogo-nombre.
002180     STRING mesa-prefijo DELIMITED BY SPACE,
002190            "catalogo.idx" DELIMITED BY SIZE
002200            INTO ws-catalogo-nombre
002210     END-STRING.
002220     MOVE 0 TO total-archivos, total-registros, total-entradas,
002220               total-fallos.
002230     IF mesa-modo THEN
002240       DISPLAY "Mesa ", FUNCTION TRIM(ws-mesa-id), ":"
002250     END-IF.
002260     EXIT.

002270** El catalogo de una mesa, vaciado y vuelto a llenar con los
002280** archivos que haya:
002290   REHACER-CATALOGO.
002300     MOVE SPACES TO existe-nombre.
002310     STRING mesa-prefijo DELIMITED BY SPACE,
002320            "dados.log.rotando" DELIMITED BY SIZE
002330            INTO existe-nombre
002340     END-STRING.
002350     PERFORM COMPROBAR-EXISTE.
002360     IF existe-datos NOT = SPACES THEN
002370       DISPLAY "Error! Hay un ", FUNCTION TRIM(existe-nombre),
002380               " pendiente; pasar antes DadosRotar."
002390       MOVE 8 TO rc-salida
002400       EXIT PARAGRAPH
002410     END-IF.
002420     OPEN OUTPUT f-catalogo.
002430     IF ws-catalogo-status NOT = "00" THEN
002440       DISPLAY "Error! No se puede crear ",
002450               FUNCTION TRIM(ws-catalogo-nombre), " (estado ",
002460               ws-catalogo-status, ")."
002470       MOVE 8 TO rc-salida
002480       EXIT PARAGRAPH
002490     END-IF.
002500     COMPUTE meses-total =
002510             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) * 12
002520             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2)) - 1.
002530     PERFORM VARYING i FROM 1 BY 1 UNTIL i > 120
002540       DIVIDE meses-total BY 12 GIVING anno-arc
002550              REMAINDER mes-arc
002560       ADD 1 TO mes-arc
002570       MOVE anno-arc TO anno-arc-txt
002580       MOVE mes-arc TO mes-arc-txt
002590       MOVE SPACES TO ws-arc-nombre
002600       STRING mesa-prefijo DELIMITED BY SPACE,
002610              "dados-" DELIMITED BY SIZE,
002620              mes-arc-nombre DELIMITED BY SIZE,
002630              ".arc" DELIMITED BY SIZE
002640              INTO ws-arc-nombre
002650       END-STRING
002660       PERFORM CATALOGAR-ARCHIVO
002670       SUBTRACT 1 FROM meses-total
002680     END-PERFORM.
002690     CLOSE f-catalogo.
002700     MOVE total-archivos TO cifra-disp.
002710     MOVE total-registros TO cifra2-disp.
002720     MOVE total-entradas TO cifra3-disp.
002730     DISPLAY FUNCTION TRIM(ws-catalogo-nombre), " rehecho: ",
002740             FUNCTION TRIM(cifra-disp), " archivos, ",
002750             FUNCTION TRIM(cifra2-disp), " registros, ",
002760             FUNCTION TRIM(cifra3-disp), " entradas.".
002760     IF total-fallos > 0 THEN
002760       MOVE total-fallos TO cifra-disp
002760       DISPLAY "Error! ", FUNCTION TRIM(cifra-disp),
002760               " entradas no se han podido grabar en ",
002760               FUNCTION TRIM(ws-catalogo-nombre),
002760               "; el catalogo esta incompleto."
002760       MOVE 8 TO rc-salida
002760     END-IF.
002770     PERFORM REGISTRAR-OPERACION.
002780     EXIT.

002790** Un archivo mensual entero; el numero de orden de cada
002800** registro es el de "--verificar=AAAAMM/N":
002810   CATALOGAR-ARCHIVO.
002820     SET fin-arc TO FALSE.
002830     MOVE 0 TO registros-mes.
002840     OPEN INPUT f-arc.
002850     IF ws-arc-status NOT = "00" THEN
002860       EXIT PARAGRAPH
002870     END-IF.
002880     ADD 1 TO total-archivos.
002890     PERFORM UNTIL fin-arc
002900       READ f-arc
002910         AT END SET fin-arc TO TRUE
002920         NOT AT END
002930           ADD 1 TO registros-mes, total-registros
002940           PERFORM CATALOGAR-REGISTRO
002950       END-READ
002960     END-PERFORM.
002970     CLOSE f-arc.
002980     EXIT.

002990** Las entradas de un registro: por sello si lo lleva, por
003000** usuario y fecha si hay usuario y por sesion y fecha si hay
003010** sesion (las mismas reglas que CATALOGAR-REGISTRO en
003020** DadosRotar):
003030   CATALOGAR-REGISTRO.
003040     IF arc-sello NOT = SPACES AND
003050        FUNCTION TRIM(arc-sello) IS NUMERIC THEN
003060       MOVE SPACES TO reg-catalogo
003070       SET cat-es-sello TO TRUE
003080       MOVE FUNCTION NUMVAL(arc-sello) TO cat-sello
003090       PERFORM GRABAR-ENTRADA-CATALOGO
003100     END-IF.
003110     IF arc-usuario NOT = SPACES THEN
003120       MOVE SPACES TO reg-catalogo
003130       SET cat-es-usuario TO TRUE
003140       MOVE arc-usuario TO cat-usuario
003150       MOVE arc-fecha TO cat-u-fecha
003160       PERFORM GRABAR-ENTRADA-CATALOGO
003170     END-IF.
003180     IF arc-sesion NOT = SPACES THEN
003190       MOVE SPACES TO reg-catalogo
003200       SET cat-es-sesion TO TRUE
003210       MOVE arc-sesion TO cat-sesion
003220       MOVE arc-fecha TO cat-n-fecha
003230       PERFORM GRABAR-ENTRADA-CATALOGO
003240     END-IF.
003250     EXIT.

003260   GRABAR-ENTRADA-CATALOGO.
003270     MOVE mes-arc-nombre TO cat-mes.
003280     MOVE registros-mes TO cat-num.
003290     WRITE reg-catalogo
003300       INVALID KEY REWRITE reg-catalogo
003310     END-WRITE.
003310** Tras la reescritura el estado es el de esta, no el de la
003310** clave repetida:
003310     IF ws-catalogo-status = "00" THEN
003320       ADD 1 TO total-entradas
003320     ELSE
003320       ADD 1 TO total-fallos
003320     END-IF.
003330     EXIT.

003340   COMPROBAR-EXISTE.
003350     MOVE SPACES TO existe-datos.
003360     CALL "CBL_CHECK_FILE_EXIST" USING existe-nombre,
003370                                       existe-datos.
003380     IF RETURN-CODE NOT = 0 THEN
003390       MOVE SPACES TO existe-datos
003400     END-IF.
003410     MOVE 0 TO RETURN-CODE.
003420     EXIT.

003430** El mismo cerrojo de TirarDados (vease OBTENER-CERROJO
003440** alli): exclusiva sobre dados.lck, 50 reintentos de 100 ms:
003450   OBTENER-CERROJO.
003460     SET cerrojo-obtenido TO FALSE.
003470     MOVE 0 TO cerrojo-intentos.
003480     PERFORM UNTIL cerrojo-obtenido OR cerrojo-intentos = 50
003490       ADD 1 TO cerrojo-intentos
003500       OPEN EXTEND f-cerrojo WITH LOCK
003510       EVALUATE ws-cerrojo-status
003520         WHEN "00"
003530           SET cerrojo-obtenido TO TRUE
003540         WHEN "35"
003550           OPEN OUTPUT f-cerrojo WITH LOCK
003560           IF ws-cerrojo-status = "00" THEN
003570             SET cerrojo-obtenido TO TRUE
003580           ELSE
003590             CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
003600           END-IF
003610         WHEN OTHER
003620           CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
003630       END-EVALUATE
003640     END-PERFORM.
003650     EXIT.

003660   SOLTAR-CERROJO.
003670     CLOSE f-cerrojo.
003680     EXIT.

003690** Anotar el trabajo en el diario administrativo compartido,
003700** bajo el cerrojo. Sin cerrojo el catalogo queda igual de
003710** rehecho y solo se pierde el apunte:
003720   REGISTRAR-OPERACION.
003730     PERFORM OBTENER-CERROJO.
003740     IF NOT cerrojo-obtenido THEN
003750       DISPLAY "AVISO: dados.lck ocupado; el trabajo no ha"
003760       DISPLAY "quedado anotado en operaciones.log."
003770       EXIT PARAGRAPH
003780     END-IF.
003790     OPEN EXTEND f-oper.
003800     IF ws-oper-status = "35" THEN
003810       OPEN OUTPUT f-oper
003820       CLOSE f-oper
003830       OPEN EXTEND f-oper
003840     END-IF.
003850     MOVE total-entradas TO cifra-disp.
003860     MOVE SPACES TO oper-resultado.
003860     MOVE 1 TO oper-punt.
003870     STRING "entradas=" DELIMITED BY SIZE,
003880            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
003890            INTO oper-resultado WITH POINTER oper-punt
003900     END-STRING.
003900     IF total-fallos > 0 THEN
003900       MOVE total-fallos TO cifra-disp
003900       STRING " fallos=" DELIMITED BY SIZE,
003900              FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
003900              INTO oper-resultado WITH POINTER oper-punt
003900       END-STRING
003900     END-IF.
003910     MOVE SPACES TO reg-oper.
003920     MOVE 1 TO oper-punt.
003930     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
003940            " | programa=DadosCatalogo | accion=rehacer"
003950            DELIMITED BY SIZE
003960            INTO reg-oper WITH POINTER oper-punt
003970     END-STRING.
003980     IF mesa-modo THEN
003990       STRING " | mesa=" DELIMITED BY SIZE,
004000              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
004010              INTO reg-oper WITH POINTER oper-punt
004020       END-STRING
004030     END-IF.
004040     MOVE total-archivos TO cifra2-disp.
004050     MOVE total-registros TO cifra3-disp.
004060     STRING " | parametros=archivos=" DELIMITED BY SIZE,
004070            FUNCTION TRIM(cifra2-disp) DELIMITED BY SIZE,
004080            " registros=" DELIMITED BY SIZE,
004090            FUNCTION TRIM(cifra3-disp) DELIMITED BY SIZE,
004100            " | resultado=" DELIMITED BY SIZE,
004110            FUNCTION TRIM(oper-resultado) DELIMITED BY SIZE
004120            INTO reg-oper WITH POINTER oper-punt
004130     END-STRING.
004140     WRITE reg-oper.
004150     CLOSE f-oper.
004160     PERFORM SOLTAR-CERROJO.
004170     EXIT.
