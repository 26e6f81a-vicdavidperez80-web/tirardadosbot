000000* Mantenimiento y validacion de los mazos de cartas de
000010* mazos.dat (los que TirarDados usa con "--robar=",
000020* "--quedan=", "--descartar=" y "--barajar=") y de su estado
000030* guardado en mazos.est.
000040*
000050* El formato es una cabecera "nombre=titulo" por mazo y una
000060* linea "nombre:N=texto" por carta, con N correlativo desde
000070* 1. El estado guarda una letra por carta, en el mismo orden:
000080* "M" en el mazo, "F" fuera (robada y en juego) y "D"
000090* descartada.
000100*
000110* Al robar, TirarDados ignora en silencio las lineas que no
000120* casan con nada; este programa es quien las canta con
000130* detalle ANTES de la partida, al estilo de DadosTablas:
000140*   - cabeceras duplicadas y cartas de mazos inexistentes o
000150*     declarados despues;
000160*   - los numeros de carta han de ir seguidos desde 1 (el
000170*     numero es el que queda en dados.log al robar);
000180*   - textos vacios, demasiado largos o con "|" o comillas;
000190*   - mazos sin cartas y topes de mazos y cartas;
000200*   - estados guardados de mazos que no existen o que no
000210*     casan con la definicion (se anadieron o quitaron
000220*     cartas): ese mazo no se deja robar hasta barajarlo
000230*     entero con "--barajar=MAZO:todo".
000240*
000250* Modo de uso:
000260*   listar     - listar los mazos con sus cartas y su estado.
000270*   comprobar  - validarlo todo; codigo de salida 0 si esta
000280*                todo bien y 4 si hay mazos rotos, para el
000290*                programador de tareas.
000300*   (con "--mesa=ID", los mazos de esa mesa de juego)

000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.       DadosMazos.
000330 AUTHOR.           Pérez.
000340 DATE-WRITTEN.     2026-10-15.

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000390     CLASS T_ESTADO IS "M", "F", "D".
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT f-mazos ASSIGN TO DYNAMIC ws-mazos-nombre
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS ws-mazos-status.
000450     SELECT f-mazosest ASSIGN TO DYNAMIC ws-mazosest-nombre
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ws-mazosest-status.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  f-mazos.
000510     01 reg-mazo             PIC X(200).
000520 FD  f-mazosest.
000530     01 reg-mazoest          PIC X(240).

000540 WORKING-STORAGE SECTION.
000550     77 i                    PIC 9(4) USAGE IS COMP.
000560     77 j                    PIC 9(4) USAGE IS COMP.
000570     77 ws-mazos-status      PIC XX.
000580     77 ws-mazosest-status   PIC XX.
000590     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000600         88 fin-mazos              VALUE 1 FALSE 0.
000610** Orden y opciones de la linea de comandos:
000620     01 argumentos-programa.
000630         05 numargs          PIC 99 USAGE IS COMP.
000640         05 orden            PIC X(16) VALUE SPACES.
000650         05 arg-leido        PIC X(120) VALUE SPACES.
000660         05 num-posicional   PIC 99 VALUE 0 USAGE IS COMP.
000670** Mesa de juego ("--mesa=ID"):
000680     01 ws-mazos-nombre      PIC X(40) VALUE "mazos.dat".
000690     01 ws-mazosest-nombre   PIC X(40) VALUE "mazos.est".
000700     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000710     01 mesa-arg-temp        PIC X(120) VALUE SPACES.
000720     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000730** Los mazos en memoria, con el mismo esquema que carga
000740** TirarDados en CARGAR-MAZOS:
000760     01 tabla-mazos.
000770         05 maz-num          PIC 9(4) VALUE 0 USAGE IS COMP.
000780         05 maz-ent OCCURS 20 TIMES.
000790             10 maz-nombre   PIC X(32).
000800             10 maz-titulo   PIC X(80).
000810             10 maz-cartas   PIC 9(4) USAGE IS COMP.
000820             10 maz-carta    PIC X(100) OCCURS 200 TIMES.
000830** El estado guardado de cada mazo en mazos.est:
000840     01 tabla-estados.
000850         05 est-num          PIC 9(4) VALUE 0 USAGE IS COMP.
000860         05 est-ent OCCURS 40 TIMES.
000870             10 est-nombre   PIC X(32).
000880             10 est-cartas   PIC X(200).
000890     77 estado-hallado       PIC 9(4) VALUE 0 USAGE IS COMP.
000900     01 mazo-estado          PIC X(200) VALUE SPACES.
000910     77 mazo-largo           PIC 9(4) VALUE 0 USAGE IS COMP.
000920     77 mazo-en-mazo         PIC 9(4) VALUE 0 USAGE IS COMP.
000930     77 mazo-en-juego        PIC 9(4) VALUE 0 USAGE IS COMP.
000940     77 mazo-descartadas     PIC 9(4) VALUE 0 USAGE IS COMP.
000950** Troceado de cada linea del fichero:
000960     77 linea-num            PIC 9(6) VALUE 0 USAGE IS COMP.
000970     01 mazo-linea-nombre    PIC X(40) VALUE SPACES.
000980     01 mazo-linea-resto     PIC X(160) VALUE SPACES.
000990     01 mazo-nombre-cab      PIC X(40) VALUE SPACES.
001000     01 mazo-num-txt         PIC X(20) VALUE SPACES.
001010     77 mazo-hallado         PIC 9(4) VALUE 0 USAGE IS COMP.
001020     77 mazo-cuenta          PIC 9(4) VALUE 0 USAGE IS COMP.
001030     77 carta-num            PIC 9(6) VALUE 0 USAGE IS COMP.
001040     77 ds                   PIC 99 USAGE IS COMP.
001050** Contadores del informe:
001060     77 total-pegas          PIC 9(6) VALUE 0 USAGE IS COMP.
001070     77 total-cartas         PIC 9(6) VALUE 0 USAGE IS COMP.
001080     77 cifra-disp           PIC Z(8)9.
001090     77 cifra2-disp          PIC Z(8)9.
001100     77 cifra3-disp          PIC Z(8)9.

001110 PROCEDURE DIVISION.
001120   LEER-ARGUMENTOS.
001130     INITIALIZE numargs.
001140     ACCEPT numargs FROM ARGUMENT-NUMBER.
001150     IF numargs = 0 THEN
001160       PERFORM MOSTRAR-USO
001170       MOVE 8 TO RETURN-CODE
001180       STOP RUN
001190     END-IF.
001200     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
001210       ACCEPT arg-leido FROM ARGUMENT-VALUE
001220       MOVE FUNCTION LOWER-CASE(arg-leido) TO mesa-arg-temp
001230       EVALUATE TRUE
001240         WHEN mesa-arg-temp(1:7) = "--mesa="
001250           PERFORM LEER-ARG-MESA
001260         WHEN mesa-arg-temp(1:2) = "--"
001270           DISPLAY "Error! Argumento no reconocido: '",
001280                   FUNCTION TRIM(arg-leido), "'."
001290           MOVE 8 TO RETURN-CODE
001300           STOP RUN
001310         WHEN OTHER
001320           ADD 1 TO num-posicional
001330           IF num-posicional = 1 THEN
001340             MOVE mesa-arg-temp TO orden
001350           END-IF
001360       END-EVALUATE
001370     END-PERFORM.
001380     EVALUATE FUNCTION TRIM(orden)
001390       WHEN "listar"
001400         PERFORM CARGAR-MAZOS
001410         PERFORM CARGAR-ESTADOS
001420         PERFORM LISTAR-MAZOS
001430       WHEN "comprobar"
001440         PERFORM CARGAR-MAZOS
001450         PERFORM CARGAR-ESTADOS
001460         PERFORM COMPROBAR-MAZOS
001470       WHEN OTHER
001480         PERFORM MOSTRAR-USO
001490         MOVE 8 TO RETURN-CODE
001500     END-EVALUATE.
001510     STOP RUN.

001520   MOSTRAR-USO.
001530     DISPLAY "Modo de uso:".
001540     DISPLAY "  listar [--mesa=ID]".
001550     DISPLAY "  comprobar [--mesa=ID]".
001560     EXIT.

001570** "--mesa=ID": la misma regla que en TirarDados. Los mazos y
001580** su estado pasan a ser los de la mesa (con el identificador
001590** y un punto por delante):
001600   LEER-ARG-MESA.
001610     MOVE FUNCTION LOWER-CASE(arg-leido(8:)) TO mesa-arg-temp.
001620     MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp) TO mesa-i.
001630     IF mesa-arg-temp = SPACES OR mesa-i > 16 THEN
001640       DISPLAY "Error! Argumento no reconocido: '",
001650               FUNCTION TRIM(arg-leido), "'."
001660       MOVE 8 TO RETURN-CODE
001670       STOP RUN
001680     END-IF.
001690     IF mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001700       DISPLAY "Error! Argumento no reconocido: '",
001710               FUNCTION TRIM(arg-leido), "'."
001720       MOVE 8 TO RETURN-CODE
001730       STOP RUN
001740     END-IF.
001750     MOVE mesa-arg-temp(1:16) TO ws-mesa-id.
001760     MOVE SPACES TO ws-mazos-nombre, ws-mazosest-nombre.
001770     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001780            ".mazos.dat" DELIMITED BY SIZE
001790            INTO ws-mazos-nombre
001800     END-STRING.
001810     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001820            ".mazos.est" DELIMITED BY SIZE
001830            INTO ws-mazosest-nombre
001840     END-STRING.
001850     EXIT.

001860** Cargar mazos.dat con el mismo reparto que CARGAR-MAZOS en
001870** TirarDados, pero cantando lo que alli se ignora en
001880** silencio:
001890   CARGAR-MAZOS.
001900     MOVE 0 TO maz-num, linea-num.
001910     SET fin-mazos TO FALSE.
001920     OPEN INPUT f-mazos.
001930     IF ws-mazos-status NOT = "00" THEN
001940       DISPLAY "No hay mazos (", FUNCTION TRIM(ws-mazos-nombre),
001950               " vacio o inexistente)."
001960       EXIT PARAGRAPH
001970     END-IF.
001980     PERFORM UNTIL fin-mazos
001990       READ f-mazos
002000         AT END SET fin-mazos TO TRUE
002010         NOT AT END
002020           ADD 1 TO linea-num
002030           IF FUNCTION TRIM(reg-mazo) NOT = SPACES THEN
002040             PERFORM CARGAR-LINEA-MAZO
002050           END-IF
002060       END-READ
002070     END-PERFORM.
002080     CLOSE f-mazos.
002090     EXIT.

002100   CARGAR-LINEA-MAZO.
002110     MOVE 0 TO mazo-cuenta.
002120     INSPECT reg-mazo TALLYING mazo-cuenta
002130             FOR CHARACTERS BEFORE INITIAL "=".
002140     IF mazo-cuenta = 0 OR mazo-cuenta > 40 THEN
002150       PERFORM PEGA-DE-LINEA
002160       EXIT PARAGRAPH
002170     END-IF.
002180     MOVE SPACES TO mazo-linea-nombre, mazo-linea-resto.
002190     MOVE reg-mazo(1:mazo-cuenta) TO mazo-linea-nombre.
002200     MOVE reg-mazo(mazo-cuenta + 2:) TO mazo-linea-resto.
002210     IF FUNCTION TRIM(mazo-linea-nombre) = SPACES OR
002220        FUNCTION TRIM(mazo-linea-resto) = SPACES THEN
002230       PERFORM PEGA-DE-LINEA
002240       EXIT PARAGRAPH
002250     END-IF.
002260     INITIALIZE ds.
002270     INSPECT mazo-linea-nombre TALLYING ds FOR ALL ":".
002280     IF ds = 0 THEN
002290       PERFORM CARGAR-CABECERA
002300       EXIT PARAGRAPH
002310     END-IF.
002320     IF ds NOT = 1 THEN
002330       PERFORM PEGA-DE-LINEA
002340       EXIT PARAGRAPH
002350     END-IF.
002360     PERFORM CARGAR-CARTA.
002370     EXIT.

002380   CARGAR-CABECERA.
002390     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
002400          mazo-linea-nombre)) TO mazo-nombre-cab.
002410     PERFORM VARYING i FROM 1 BY 1 UNTIL i > maz-num
002420       IF maz-nombre(i) = mazo-nombre-cab(1:32) THEN
002430         ADD 1 TO total-pegas
002440         MOVE linea-num TO cifra-disp
002450         DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
002460                 ": el mazo '",
002470                 FUNCTION TRIM(mazo-nombre-cab),
002480                 "' esta duplicado (sus cartas se suman al",
002490                 " primero)."
002500         EXIT PARAGRAPH
002510       END-IF
002520     END-PERFORM.
002530     IF maz-num = 20 THEN
002540       ADD 1 TO total-pegas
002550       MOVE linea-num TO cifra-disp
002560       DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
002570               ": demasiados mazos (maximo 20); este se",
002580               " ignora al robar."
002590       EXIT PARAGRAPH
002600     END-IF.
002610     ADD 1 TO maz-num.
002620     MOVE mazo-nombre-cab(1:32) TO maz-nombre(maz-num).
002630     MOVE FUNCTION TRIM(mazo-linea-resto)
002640          TO maz-titulo(maz-num).
002650     MOVE 0 TO maz-cartas(maz-num).
002660     EXIT.

002670   CARGAR-CARTA.
002680     MOVE SPACES TO mazo-nombre-cab, mazo-num-txt.
002690     UNSTRING mazo-linea-nombre DELIMITED BY ":"
002700       INTO mazo-nombre-cab, mazo-num-txt
002710     END-UNSTRING.
002720     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(mazo-nombre-cab))
002730          TO mazo-nombre-cab.
002740     MOVE 0 TO mazo-hallado.
002750     PERFORM VARYING i FROM 1 BY 1
002760             UNTIL i > maz-num OR mazo-hallado > 0
002770       IF maz-nombre(i) = mazo-nombre-cab(1:32) THEN
002780         MOVE i TO mazo-hallado
002790       END-IF
002800     END-PERFORM.
002810     IF mazo-hallado = 0 THEN
002820       ADD 1 TO total-pegas
002830       MOVE linea-num TO cifra-disp
002840       DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
002850               ": carta del mazo desconocido '",
002860               FUNCTION TRIM(mazo-nombre-cab),
002870               "' (la cabecera ha de ir antes)."
002880       EXIT PARAGRAPH
002890     END-IF.
002900     IF maz-cartas(mazo-hallado) = 200 THEN
002910       ADD 1 TO total-pegas
002920       MOVE linea-num TO cifra-disp
002930       DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
002940               ": demasiadas cartas (maximo 200); esta se",
002950               " ignora al robar."
002960       EXIT PARAGRAPH
002970     END-IF.
002980** La carta entra en el mazo aunque tenga pegas, como al robar
002990** (TirarDados las toma en el orden del fichero):
003000     ADD 1 TO maz-cartas(mazo-hallado).
003010     MOVE maz-cartas(mazo-hallado) TO j.
003020     MOVE FUNCTION TRIM(mazo-linea-resto)
003030          TO maz-carta(mazo-hallado, j).
003040     MOVE linea-num TO cifra-disp.
003050     IF FUNCTION TRIM(mazo-num-txt) IS NOT NUMERIC THEN
003060       ADD 1 TO total-pegas
003070       DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
003080               ": el numero de carta '",
003090               FUNCTION TRIM(mazo-num-txt),
003100               "' no es un numero."
003110     ELSE
003120       MOVE FUNCTION NUMVAL(mazo-num-txt) TO carta-num
003130       IF carta-num NOT = j THEN
003140         ADD 1 TO total-pegas
003150         MOVE j TO cifra2-disp
003160         DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
003170                 ": la carta '", FUNCTION TRIM(mazo-num-txt),
003180                 "' es en realidad la ",
003190                 FUNCTION TRIM(cifra2-disp), " del mazo (han",
003200                 " de ir seguidas desde 1)."
003210       END-IF
003220     END-IF.
003230     MOVE 0 TO mazo-cuenta.
003240     INSPECT mazo-linea-resto TALLYING mazo-cuenta FOR ALL "|"
003250                                       mazo-cuenta FOR ALL '"'.
003260     IF mazo-cuenta > 0 THEN
003270       ADD 1 TO total-pegas
003280       DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
003290               ": el texto no deberia llevar '|' (sale como",
003300               " '/') ni comillas (rompen la salida JSON)."
003310     END-IF.
003320     IF FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
003330        mazo-linea-resto)) > 100 THEN
003340       ADD 1 TO total-pegas
003350       DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
003360               ": el texto pasa de 100 caracteres y se corta",
003370               " al robar."
003380     END-IF.
003390     EXIT.

003400   PEGA-DE-LINEA.
003410     ADD 1 TO total-pegas.
003420     MOVE linea-num TO cifra-disp.
003430     DISPLAY "Linea ", FUNCTION TRIM(cifra-disp),
003440             ": no se entiende '",
003450             FUNCTION TRIM(reg-mazo(1:60)),
003460             "'; se ignora al robar.".
003470     EXIT.

003480** Cargar mazos.est tal cual (el cruce con los mazos se hace
003490** despues, al listar o comprobar):
003500   CARGAR-ESTADOS.
003510     MOVE 0 TO est-num.
003520     SET fin-mazos TO FALSE.
003530     OPEN INPUT f-mazosest.
003540     IF ws-mazosest-status NOT = "00" THEN
003550       EXIT PARAGRAPH
003560     END-IF.
003570     PERFORM UNTIL fin-mazos
003580       READ f-mazosest
003590         AT END SET fin-mazos TO TRUE
003600         NOT AT END
003610           IF reg-mazoest NOT = SPACES THEN
003620             PERFORM CARGAR-LINEA-ESTADO
003630           END-IF
003640       END-READ
003650     END-PERFORM.
003660     CLOSE f-mazosest.
003670     EXIT.

003680   CARGAR-LINEA-ESTADO.
003690     IF est-num = 40 THEN
003700       ADD 1 TO total-pegas
003710       DISPLAY FUNCTION TRIM(ws-mazosest-nombre),
003720               ": demasiados estados (maximo 40); el resto se",
003730               " pierde al robar."
003740       SET fin-mazos TO TRUE
003750       EXIT PARAGRAPH
003760     END-IF.
003770     ADD 1 TO est-num.
003780     MOVE SPACES TO est-nombre(est-num), est-cartas(est-num).
003790     UNSTRING reg-mazoest DELIMITED BY "="
003800       INTO est-nombre(est-num), est-cartas(est-num)
003810     END-UNSTRING.
003820     EXIT.

003830** El estado de un mazo (i): sin estado guardado, todas las
003840** cartas estan en el mazo; si no casa con la definicion, el
003850** mazo esta desfasado (mazo-largo queda a cero):
003860   ESTADO-DE-MAZO.
003870     MOVE 0 TO estado-hallado.
003880** (como TirarDados, si el mazo sale dos veces gana la ultima)
003890     PERFORM VARYING j FROM 1 BY 1 UNTIL j > est-num
003900       IF est-nombre(j) = maz-nombre(i) THEN
003910         MOVE j TO estado-hallado
003920       END-IF
003930     END-PERFORM.
003940     MOVE maz-cartas(i) TO mazo-largo.
003950     MOVE SPACES TO mazo-estado.
003960     IF estado-hallado = 0 THEN
003970       IF mazo-largo > 0 THEN
003980         MOVE ALL "M" TO mazo-estado(1:mazo-largo)
003990       END-IF
004000     ELSE
004010       MOVE est-cartas(estado-hallado) TO mazo-estado
004020     END-IF.
004030     MOVE 0 TO mazo-en-mazo, mazo-en-juego, mazo-descartadas.
004040     INSPECT mazo-estado TALLYING mazo-en-mazo FOR ALL "M"
004050                                  mazo-en-juego FOR ALL "F"
004060                                  mazo-descartadas FOR ALL "D".
004070     MOVE 0 TO mazo-cuenta.
004080     INSPECT mazo-estado TALLYING mazo-cuenta
004090             FOR CHARACTERS BEFORE INITIAL SPACE.
004100     IF mazo-cuenta NOT = mazo-largo OR
004110        mazo-en-mazo + mazo-en-juego + mazo-descartadas
004120        NOT = mazo-largo THEN
004130       MOVE 0 TO mazo-largo
004140     END-IF.
004150     EXIT.

004160   LISTAR-MAZOS.
004170     IF maz-num = 0 THEN
004180       EXIT PARAGRAPH
004190     END-IF.
004200     PERFORM VARYING i FROM 1 BY 1 UNTIL i > maz-num
004210       PERFORM LISTAR-UN-MAZO
004220     END-PERFORM.
004230     MOVE maz-num TO cifra-disp.
004240     DISPLAY FUNCTION TRIM(cifra-disp), " mazos.".
004250     EXIT.

004260   LISTAR-UN-MAZO.
004270     PERFORM ESTADO-DE-MAZO.
004280     MOVE maz-cartas(i) TO cifra-disp.
004290     DISPLAY FUNCTION TRIM(maz-nombre(i)), " = ",
004300             FUNCTION TRIM(maz-titulo(i)), " (",
004310             FUNCTION TRIM(cifra-disp), " cartas)".
004320     IF maz-cartas(i) > 0 AND mazo-largo = 0 THEN
004330       DISPLAY "  estado desfasado: hay que barajarlo entero."
004340     ELSE
004350       MOVE mazo-en-mazo TO cifra-disp
004360       MOVE mazo-en-juego TO cifra2-disp
004370       MOVE mazo-descartadas TO cifra3-disp
004380       DISPLAY "  ", FUNCTION TRIM(cifra-disp), " en el mazo, ",
004390               FUNCTION TRIM(cifra2-disp), " en juego, ",
004400               FUNCTION TRIM(cifra3-disp), " descartadas."
004410     END-IF.
004420     PERFORM VARYING j FROM 1 BY 1 UNTIL j > maz-cartas(i)
004430       MOVE j TO cifra-disp
004440       IF mazo-largo = 0 THEN
004450         DISPLAY "  ", cifra-disp(6:4), "   ",
004460                 FUNCTION TRIM(maz-carta(i, j))
004470       ELSE
004480         DISPLAY "  ", cifra-disp(6:4), " ", mazo-estado(j:1),
004490                 " ", FUNCTION TRIM(maz-carta(i, j))
004500       END-IF
004510     END-PERFORM.
004520     EXIT.

004530** La validacion completa de cada mazo cargado y de los
004540** estados guardados:
004550   COMPROBAR-MAZOS.
004560     MOVE 0 TO total-cartas.
004570     PERFORM VARYING i FROM 1 BY 1 UNTIL i > maz-num
004580       PERFORM COMPROBAR-UN-MAZO
004590     END-PERFORM.
004600     PERFORM VARYING j FROM 1 BY 1 UNTIL j > est-num
004610       PERFORM COMPROBAR-UN-ESTADO
004620     END-PERFORM.
004630     MOVE maz-num TO cifra-disp.
004640     DISPLAY "Mazos examinados: ", FUNCTION TRIM(cifra-disp).
004650     MOVE total-cartas TO cifra-disp.
004660     DISPLAY "Cartas examinadas: ", FUNCTION TRIM(cifra-disp).
004670     MOVE total-pegas TO cifra-disp.
004680     DISPLAY "Pegas encontradas: ", FUNCTION TRIM(cifra-disp).
004690     IF total-pegas = 0 THEN
004700       DISPLAY "MAZOS CORRECTOS."
004710       MOVE 0 TO RETURN-CODE
004720     ELSE
004730       DISPLAY "MAZOS CON PEGAS: arreglalos antes de la",
004740               " partida."
004750       MOVE 4 TO RETURN-CODE
004760     END-IF.
004770     EXIT.

004780   COMPROBAR-UN-MAZO.
004790     ADD maz-cartas(i) TO total-cartas.
004800     IF maz-cartas(i) = 0 THEN
004810       ADD 1 TO total-pegas
004820       DISPLAY "Mazo '", FUNCTION TRIM(maz-nombre(i)),
004830               "': no tiene ninguna carta."
004840       EXIT PARAGRAPH
004850     END-IF.
004860     PERFORM ESTADO-DE-MAZO.
004870     IF mazo-largo = 0 THEN
004880       ADD 1 TO total-pegas
004890       DISPLAY "Mazo '", FUNCTION TRIM(maz-nombre(i)),
004900               "': el estado guardado no casa con sus cartas;",
004910               " barajalo con --barajar=",
004920               FUNCTION TRIM(maz-nombre(i)), ":todo."
004930     END-IF.
004940     EXIT.

004950** Un estado guardado de un mazo que ya no existe no molesta
004960** al robar, pero se perderia su historia sin avisar:
004970   COMPROBAR-UN-ESTADO.
004980     MOVE 0 TO mazo-hallado.
004990     PERFORM VARYING i FROM 1 BY 1
005000             UNTIL i > maz-num OR mazo-hallado > 0
005010       IF maz-nombre(i) = est-nombre(j) THEN
005020         MOVE i TO mazo-hallado
005030       END-IF
005040     END-PERFORM.
005050     IF mazo-hallado = 0 THEN
005060       ADD 1 TO total-pegas
005070       DISPLAY FUNCTION TRIM(ws-mazosest-nombre),
005080               ": estado del mazo desconocido '",
005090               FUNCTION TRIM(est-nombre(j)), "'."
005100       EXIT PARAGRAPH
005110     END-IF.
005120     MOVE 0 TO mazo-cuenta.
005130     INSPECT est-cartas(j) TALLYING mazo-cuenta
005140             FOR CHARACTERS BEFORE INITIAL SPACE.
005150     IF mazo-cuenta = 0 THEN
005160       ADD 1 TO total-pegas
005170       DISPLAY FUNCTION TRIM(ws-mazosest-nombre),
005180               ": el estado del mazo '",
005190               FUNCTION TRIM(est-nombre(j)), "' esta vacio."
005200       EXIT PARAGRAPH
005210     END-IF.
005220     IF est-cartas(j)(1:mazo-cuenta) IS NOT T_ESTADO THEN
005230       ADD 1 TO total-pegas
005240       DISPLAY FUNCTION TRIM(ws-mazosest-nombre),
005250               ": el estado del mazo '",
005260               FUNCTION TRIM(est-nombre(j)),
005270               "' solo puede llevar M, F o D."
005280     END-IF.
005290     EXIT.
