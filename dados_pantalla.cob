000000* La pantalla del director de juego: en una sola hoja, todo lo
000010* que puede hacer la partida. Antes de cada sesion habia que
000020* abrir personajes.dat, macros.dat y grupos.dat por separado
000030* y pasar las macros una a una por "--analisis" para hacerse
000040* una idea; este informe lo junta para un grupo de grupos.dat.
000050*
000060* Una seccion por miembro del grupo, en el orden de
000070* grupos.dat, con:
000080*   - sus atributos, leidos de personajes.idx por clave (o de
000090*     personajes.dat si no hay indice, con la misma regla que
000100*     TirarDados: la primera linea valida de cada atributo);
000110*   - cada macro de macros.dat que usa alguno de sus
000120*     "@personaje.atributo", con su expresion ya sustituida y
000130*     su minimo, media y maximo. El analisis se le pide a
000140*     TirarDados ("./dados --analisis --macro=NOMBRE", CALL
000150*     "SYSTEM" como en DadosSuerte), asi que la sustitucion de
000160*     atributos y el calculo son exactamente los de una tirada
000170*     de verdad con la hoja de hoy. La semilla es fija, para
000180*     que dos pantallas sobre las mismas hojas salgan iguales;
000190*   - con "--dificultad=N", la probabilidad de sacar N o mas
000200*     con cada macro (la del "--analisis=N" de TirarDados; los
000210*     CRITICO/PIFIA de un dado suelto no entran en la cuenta).
000220* Una macro que usa las hojas de dos miembros sale en la
000230* seccion de cada uno.
000240*
000250* Modo de uso:
000260*   GRUPO: el nombre del grupo en grupos.dat.
000270* Opciones:
000280*   --dificultad=N: anadir la probabilidad de superar N.
000290*   --telegram: la misma pantalla en Markdown, para fijarla
000300*                en el chat del grupo, en vez de en texto
000310*                para imprimir.
000320*   --mesa=ID: las hojas, macros y grupos de la mesa de juego
000330*                ID (ID.grupos.dat, ID.personajes.idx...).
000340*
000350* Codigo de salida: 0 bien, 4 con miembros sin hoja o macros
000360* que no se pudieron analizar, 8 error (grupo inexistente).

000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.       DadosPantalla.
000390 AUTHOR.           Pérez.
000400 DATE-WRITTEN.     2026-10-15.

000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT f-grupos ASSIGN TO DYNAMIC ws-grupos-nombre
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ws-grupos-status.
000500     SELECT f-macros ASSIGN TO DYNAMIC ws-macros-nombre
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ws-macros-status.
000530     SELECT f-personajes ASSIGN TO DYNAMIC ws-personajes-nombre
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ws-personajes-status.
000560     SELECT f-idx ASSIGN TO DYNAMIC ws-idx-nombre
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS pidx-clave
000600         FILE STATUS IS ws-idx-status.
000610     SELECT f-salida ASSIGN TO "pantalla.salida"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS ws-salida-status.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  f-grupos.
000670     01 reg-grupo            PIC X(500).
000680 FD  f-macros.
000690     01 reg-macro            PIC X(160).
000700 FD  f-personajes.
000710     01 reg-personaje        PIC X(120).
000720 FD  f-idx.
000730     01 reg-idx.
000740         05 pidx-clave       PIC X(64).
000750         05 pidx-valor       PIC X(56).
000760 FD  f-salida.
000770     01 reg-salida           PIC X(500).

000780 WORKING-STORAGE SECTION.
000790     77 i                    PIC 9(4) USAGE IS COMP.
000800     77 j                    PIC 9(4) USAGE IS COMP.
000810     77 ws-grupos-status     PIC XX.
000820     77 ws-macros-status     PIC XX.
000830     77 ws-personajes-status PIC XX.
000840     77 ws-idx-status        PIC XX.
000850     77 ws-salida-status     PIC XX.
000860     01 ws-grupos-nombre     PIC X(40) VALUE "grupos.dat".
000870     01 ws-macros-nombre     PIC X(40) VALUE "macros.dat".
000880     01 ws-personajes-nombre PIC X(40) VALUE "personajes.dat".
000890     01 ws-idx-nombre        PIC X(40) VALUE "personajes.idx".
000900     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000910         88 fin-grupos             VALUE 1 FALSE 0.
000920     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000930         88 fin-macros             VALUE 1 FALSE 0.
000940     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000950         88 fin-personajes         VALUE 1 FALSE 0.
000960     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000970         88 fin-idx                VALUE 1 FALSE 0.
000980     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000990         88 fin-salida             VALUE 1 FALSE 0.
001000** Opciones de ejecucion:
001010     01 argumentos-programa.
001020         05 arg              PIC X(130) VALUE SPACES.
001030             88 arg-telegram       VALUE "--telegram".
001040         05 numargs          PIC 99 USAGE IS COMP.
001050     01 opcion-arg-temp      PIC X(120) VALUE SPACES.
001060     01 grupo-pedido         PIC X(40) VALUE SPACES.
001070     77 opt-telegram         PIC 9 VALUE 0 USAGE IS COMP.
001080         88 telegram               VALUE 1 FALSE 0.
001090     77 opt-dificultad       PIC 9 VALUE 0 USAGE IS COMP.
001100         88 dificultad-modo        VALUE 1 FALSE 0.
001110     77 dificultad-valor     PIC 9(6) VALUE 0 USAGE IS COMP.
001120     01 dificultad-txt       PIC X(6) VALUE SPACES.
001130** Mesa de juego ("--mesa=ID"): el prefijo de sus ficheros:
001140     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
001150         88 mesa-modo              VALUE 1 FALSE 0.
001160     01 ws-mesa-id           PIC X(16) VALUE SPACES.
001170     01 mesa-prefijo         PIC X(17) VALUE SPACES.
001180     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
001190** Los miembros del grupo, en minusculas como las claves de
001200** las hojas (como mucho quince, como en "--grupo=" de
001210** TirarDados):
001220     01 grupo-nombre-txt     PIC X(40) VALUE SPACES.
001230     01 grupo-lista-txt      PIC X(460) VALUE SPACES.
001240     77 lista-punt           PIC 9(4) USAGE IS COMP.
001250     77 lista-long           PIC 9(4) USAGE IS COMP.
001260     01 tabla-miembros.
001270         05 mie-num          PIC 99 VALUE 0 USAGE IS COMP.
001280         05 mie-nombre       PIC X(40) OCCURS 15 TIMES.
001290     77 mie-i                PIC 99 USAGE IS COMP.
001300** "@miembro." tal como aparece en las macros que lo usan, y
001310** "miembro." como principio de las claves de su hoja:
001320     01 miembro-pref         PIC X(44) VALUE SPACES.
001330     77 pref-long            PIC 9(4) USAGE IS COMP.
001340     01 miembro-clave        PIC X(44) VALUE SPACES.
001350     77 clave-long           PIC 9(4) USAGE IS COMP.
001360** La hoja del miembro en curso (primera linea valida de cada
001370** atributo):
001380     01 tabla-atributos.
001390         05 atr-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001400         05 atr-ent OCCURS 200 TIMES.
001410             10 atr-nombre   PIC X(64).
001420             10 atr-valor    PIC X(56).
001430     77 atr-i                PIC 9(4) USAGE IS COMP.
001440     01 atrib-nombre         PIC X(64) VALUE SPACES.
001450     01 atrib-valor-txt      PIC X(56) VALUE SPACES.
001460     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001470         88 atrib-valido           VALUE 1 FALSE 0.
001480     01 atributos-linea      PIC X(500) VALUE SPACES.
001490     77 atributos-punt       PIC 9(4) USAGE IS COMP.
001500** Las macros de macros.dat, con su expresion en minusculas
001510** para buscar los "@miembro.":
001520     01 tabla-macros.
001530         05 mac-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001540         05 mac-ent OCCURS 500 TIMES.
001550             10 mac-nombre   PIC X(40).
001560             10 mac-expr     PIC X(120).
001570     77 mac-i                PIC 9(4) USAGE IS COMP.
001580     01 macro-nombre         PIC X(40) VALUE SPACES.
001590     01 macro-expr           PIC X(120) VALUE SPACES.
001600     77 usos-n               PIC 9(4) USAGE IS COMP.
001610     77 macros-miembro       PIC 9(4) USAGE IS COMP.
001620** El analisis de cada macro, de la respuesta de TirarDados:
001630     01 semilla-analisis     PIC X(8) VALUE "31415926".
001640     01 comando-sistema      PIC X(400) VALUE SPACES.
001650     77 comando-punt         PIC 9(4) USAGE IS COMP.
001660     77 rc-sistema           PIC S9(9) VALUE 0 USAGE IS COMP.
001670     01 salida-resto         PIC X(500) VALUE SPACES.
001680     01 salida-basura        PIC X(500) VALUE SPACES.
001690     01 salida-valor         PIC X(20) VALUE SPACES.
001700     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001710         88 analisis-hecho         VALUE 1 FALSE 0.
001720     01 anl-expresion        PIC X(120) VALUE SPACES.
001730     01 anl-minimo-txt       PIC X(12) VALUE SPACES.
001740     01 anl-maximo-txt       PIC X(12) VALUE SPACES.
001750     01 anl-media-txt        PIC X(12) VALUE SPACES.
001760     01 anl-prob-txt         PIC X(12) VALUE SPACES.
001770** Linea de la tabla de macros en el texto para imprimir:
001780     01 linea-macro.
001790         05 FILLER           PIC X(4) VALUE SPACES.
001800         05 lm-nombre        PIC X(20).
001810         05 FILLER           PIC X VALUE SPACE.
001820         05 lm-expresion     PIC X(24).
001830         05 FILLER           PIC X VALUE SPACE.
001840         05 lm-minimo        PIC X(6) JUSTIFIED RIGHT.
001850         05 FILLER           PIC X VALUE SPACE.
001860         05 lm-media         PIC X(8) JUSTIFIED RIGHT.
001870         05 FILLER           PIC X VALUE SPACE.
001880         05 lm-maximo        PIC X(6) JUSTIFIED RIGHT.
001890         05 FILLER           PIC X VALUE SPACE.
001900         05 lm-prob          PIC X(8) JUSTIFIED RIGHT.
001910     01 linea-md             PIC X(400) VALUE SPACES.
001920     77 md-punt              PIC 9(4) USAGE IS COMP.
001930** Contadores para el resumen:
001940     77 total-macros         PIC 9(9) VALUE 0 USAGE IS COMP.
001950     77 total-no-analizadas  PIC 9(9) VALUE 0 USAGE IS COMP.
001960     77 total-sin-hoja       PIC 9(9) VALUE 0 USAGE IS COMP.
001970     77 cifra-disp           PIC Z(8)9.
001980     01 raya                 PIC X(79) VALUE ALL "=".
001990     01 raya-fina            PIC X(79) VALUE ALL "-".

002000 PROCEDURE DIVISION.
002010   LEER-ARGUMENTOS.
002020     INITIALIZE i, numargs.
002030     ACCEPT numargs FROM ARGUMENT-NUMBER.
002040     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
002050       ACCEPT arg FROM ARGUMENT-VALUE
002060       MOVE FUNCTION LOWER-CASE(arg) TO arg
002070       EVALUATE TRUE
002080         WHEN arg-telegram SET telegram TO TRUE
002090         WHEN arg(1:13) = "--dificultad="
002100           MOVE arg(14:) TO opcion-arg-temp
002110           IF opcion-arg-temp = SPACES OR
002120              FUNCTION TRIM(opcion-arg-temp) IS NOT NUMERIC OR
002130              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
002140              opcion-arg-temp)) > 6 THEN
002150             PERFORM ARGUMENTO-ERRONEO
002160           END-IF
002170           SET dificultad-modo TO TRUE
002180           MOVE FUNCTION NUMVAL(opcion-arg-temp)
002190                TO dificultad-valor
002200           MOVE FUNCTION TRIM(opcion-arg-temp) TO dificultad-txt
002210         WHEN arg(1:7) = "--mesa="
002220           PERFORM LEER-ARG-MESA
002230         WHEN arg(1:2) = "--"
002240           PERFORM ARGUMENTO-ERRONEO
002250         WHEN OTHER
002260           IF grupo-pedido NOT = SPACES THEN
002270             PERFORM ARGUMENTO-ERRONEO
002280           END-IF
002290           MOVE FUNCTION TRIM(arg) TO grupo-pedido
002300       END-EVALUATE
002310     END-PERFORM.
002320     IF grupo-pedido = SPACES THEN
002330       DISPLAY "Uso: DadosPantalla GRUPO [--dificultad=N]",
002340               " [--telegram] [--mesa=ID]"
002350       MOVE 8 TO RETURN-CODE
002360       STOP RUN
002370     END-IF.

002380   MONTAR-PANTALLA.
002390     PERFORM CARGAR-GRUPO.
002400     IF mie-num = 0 THEN
002410       DISPLAY "Error! No existe el grupo '",
002420               FUNCTION TRIM(grupo-pedido), "' en ",
002430               FUNCTION TRIM(ws-grupos-nombre), "."
002440       MOVE 8 TO RETURN-CODE
002450       STOP RUN
002460     END-IF.
002470     PERFORM CARGAR-MACROS.
002480     IF telegram THEN
002490       PERFORM CABECERA-MARKDOWN
002500     ELSE
002510       PERFORM CABECERA-TEXTO
002520     END-IF.
002530     PERFORM VARYING mie-i FROM 1 BY 1 UNTIL mie-i > mie-num
002540       PERFORM CARGAR-HOJA
002550       IF telegram THEN
002560         PERFORM SECCION-MARKDOWN
002570       ELSE
002580         PERFORM SECCION-TEXTO
002590       END-IF
002600     END-PERFORM.
002610     IF NOT telegram THEN
002620       DISPLAY raya
002630       MOVE total-macros TO cifra-disp
002640       DISPLAY "Macros analizadas: ", FUNCTION TRIM(cifra-disp)
002650       IF total-no-analizadas > 0 THEN
002660         MOVE total-no-analizadas TO cifra-disp
002670         DISPLAY "Macros que no se pudieron analizar: ",
002680                 FUNCTION TRIM(cifra-disp)
002690       END-IF
002700       IF total-sin-hoja > 0 THEN
002710         MOVE total-sin-hoja TO cifra-disp
002720         DISPLAY "Miembros sin hoja de personaje: ",
002730                 FUNCTION TRIM(cifra-disp)
002740       END-IF
002750     END-IF.
002760     IF total-no-analizadas + total-sin-hoja > 0 THEN
002770       MOVE 4 TO RETURN-CODE
002780     ELSE
002790       MOVE 0 TO RETURN-CODE
002800     END-IF.
002810     STOP RUN.

002820   ARGUMENTO-ERRONEO.
002830     DISPLAY "Error! Argumento no reconocido: '",
002840             FUNCTION TRIM(arg), "'.".
002850     MOVE 8 TO RETURN-CODE.
002860     STOP RUN.

002870** "--mesa=ID": la misma regla que en TirarDados; las hojas,
002880** macros y grupos pasan a ser los de la mesa:
002890   LEER-ARG-MESA.
002900     MOVE arg(8:) TO opcion-arg-temp.
002910     MOVE FUNCTION STORED-CHAR-LENGTH(opcion-arg-temp)
002920          TO mesa-i.
002930     IF opcion-arg-temp = SPACES OR mesa-i > 16 THEN
002940       PERFORM ARGUMENTO-ERRONEO
002950     END-IF.
002960     IF opcion-arg-temp(1:mesa-i) IS NOT T_MESA THEN
002970       PERFORM ARGUMENTO-ERRONEO
002980     END-IF.
002990     SET mesa-modo TO TRUE.
003000     MOVE opcion-arg-temp(1:16) TO ws-mesa-id.
003010     MOVE SPACES TO mesa-prefijo, ws-grupos-nombre,
003020                    ws-macros-nombre, ws-personajes-nombre,
003030                    ws-idx-nombre.
003040     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
003050            "." DELIMITED BY SIZE
003060            INTO mesa-prefijo
003070     END-STRING.
003080     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
003090            "grupos.dat" DELIMITED BY SIZE
003100            INTO ws-grupos-nombre
003110     END-STRING.
003120     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
003130            "macros.dat" DELIMITED BY SIZE
003140            INTO ws-macros-nombre
003150     END-STRING.
003160     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
003170            "personajes.dat" DELIMITED BY SIZE
003180            INTO ws-personajes-nombre
003190     END-STRING.
003200     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
003210            "personajes.idx" DELIMITED BY SIZE
003220            INTO ws-idx-nombre
003230     END-STRING.
003240     EXIT.

003250** Buscar el grupo en grupos.dat (lineas
003260** "nombre=miembro1,miembro2,..."), como CARGAR-GRUPO de
003270** TirarDados:
003280   CARGAR-GRUPO.
003290     MOVE 0 TO mie-num.
003300     SET fin-grupos TO FALSE.
003310     OPEN INPUT f-grupos.
003320     IF ws-grupos-status NOT = "00" THEN
003330       EXIT PARAGRAPH
003340     END-IF.
003350     PERFORM UNTIL fin-grupos OR mie-num > 0
003360       READ f-grupos
003370         AT END SET fin-grupos TO TRUE
003380         NOT AT END
003390           MOVE SPACES TO grupo-nombre-txt, grupo-lista-txt
003400           UNSTRING reg-grupo DELIMITED BY "="
003410             INTO grupo-nombre-txt, grupo-lista-txt
003420           END-UNSTRING
003430           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
003440                grupo-nombre-txt)) TO grupo-nombre-txt
003450           IF grupo-nombre-txt = grupo-pedido THEN
003460             PERFORM CARGAR-MIEMBROS
003470           END-IF
003480       END-READ
003490     END-PERFORM.
003500     CLOSE f-grupos.
003510     EXIT.

003520   CARGAR-MIEMBROS.
003530     MOVE 1 TO lista-punt.
003540     MOVE FUNCTION STORED-CHAR-LENGTH(grupo-lista-txt)
003550          TO lista-long.
003560     PERFORM UNTIL lista-punt > lista-long OR mie-num = 15
003570       MOVE SPACES TO grupo-nombre-txt
003580       UNSTRING grupo-lista-txt DELIMITED BY ","
003590         INTO grupo-nombre-txt WITH POINTER lista-punt
003600       END-UNSTRING
003610       IF FUNCTION TRIM(grupo-nombre-txt) NOT = SPACES THEN
003620         ADD 1 TO mie-num
003630         MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
003640              grupo-nombre-txt)) TO mie-nombre(mie-num)
003650       END-IF
003660     END-PERFORM.
003670     EXIT.

003680** Todas las macros de una vez (como CARGAR-MACROS de
003690** TirarDados, nombres en minusculas y sin espacios):
003700   CARGAR-MACROS.
003710     MOVE 0 TO mac-num.
003720     SET fin-macros TO FALSE.
003730     OPEN INPUT f-macros.
003740     IF ws-macros-status NOT = "00" THEN
003750       EXIT PARAGRAPH
003760     END-IF.
003770     PERFORM UNTIL fin-macros OR mac-num = 500
003780       READ f-macros
003790         AT END SET fin-macros TO TRUE
003800         NOT AT END
003810           MOVE SPACES TO macro-nombre, macro-expr
003820           UNSTRING reg-macro DELIMITED BY "="
003830             INTO macro-nombre, macro-expr
003840           END-UNSTRING
003850           IF FUNCTION TRIM(macro-nombre) NOT = SPACES AND
003860              FUNCTION TRIM(macro-expr) NOT = SPACES THEN
003870             ADD 1 TO mac-num
003880             MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
003890                  macro-nombre)) TO mac-nombre(mac-num)
003900             MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
003910                  macro-expr)) TO mac-expr(mac-num)
003920           END-IF
003930       END-READ
003940     END-PERFORM.
003950     CLOSE f-macros.
003960     EXIT.

003970** La hoja del miembro: del indice, las claves que empiezan
003980** por "miembro." (estan en orden, asi que basta un START y
003990** leer hasta que deje de coincidir el principio); sin
004000** indice, de personajes.dat entero:
004010   CARGAR-HOJA.
004020     MOVE 0 TO atr-num.
004030     MOVE SPACES TO miembro-pref, miembro-clave.
004040     STRING "@" DELIMITED BY SIZE,
004050            FUNCTION TRIM(mie-nombre(mie-i)) DELIMITED BY SIZE,
004060            "." DELIMITED BY SIZE
004070            INTO miembro-pref
004080     END-STRING.
004090     MOVE FUNCTION STORED-CHAR-LENGTH(miembro-pref) TO pref-long.
004100     MOVE miembro-pref(2:43) TO miembro-clave.
004110     COMPUTE clave-long = pref-long - 1.
004120     OPEN INPUT f-idx.
004130     IF ws-idx-status = "00" THEN
004140       PERFORM CARGAR-HOJA-INDICE
004150       CLOSE f-idx
004160     ELSE
004170       PERFORM CARGAR-HOJA-FICHERO
004180     END-IF.
004190     IF atr-num = 0 THEN
004200       ADD 1 TO total-sin-hoja
004210     END-IF.
004220     EXIT.

004230   CARGAR-HOJA-INDICE.
004240     MOVE miembro-clave TO pidx-clave.
004250     START f-idx KEY IS NOT LESS THAN pidx-clave
004260       INVALID KEY EXIT PARAGRAPH
004270     END-START.
004280     SET fin-idx TO FALSE.
004290     PERFORM UNTIL fin-idx OR atr-num = 200
004300       READ f-idx NEXT RECORD
004310         AT END SET fin-idx TO TRUE
004320         NOT AT END
004330           IF pidx-clave(1:clave-long) NOT =
004340              miembro-clave(1:clave-long) THEN
004350             SET fin-idx TO TRUE
004360           ELSE
004370             ADD 1 TO atr-num
004380             MOVE pidx-clave(clave-long + 1:)
004390                  TO atr-nombre(atr-num)
004400             MOVE FUNCTION TRIM(pidx-valor)
004410                  TO atr-valor(atr-num)
004420           END-IF
004430       END-READ
004440     END-PERFORM.
004450     EXIT.

004460** personajes.dat: la primera linea valida de cada atributo
004470** gana, como en BUSCAR-ATRIBUTO de TirarDados:
004480   CARGAR-HOJA-FICHERO.
004490     SET fin-personajes TO FALSE.
004500     OPEN INPUT f-personajes.
004510     IF ws-personajes-status NOT = "00" THEN
004520       EXIT PARAGRAPH
004530     END-IF.
004540     PERFORM UNTIL fin-personajes OR atr-num = 200
004550       READ f-personajes
004560         AT END SET fin-personajes TO TRUE
004570         NOT AT END
004580           MOVE SPACES TO atrib-nombre, atrib-valor-txt
004590           UNSTRING reg-personaje DELIMITED BY "="
004600             INTO atrib-nombre, atrib-valor-txt
004610           END-UNSTRING
004620           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
004630                atrib-nombre)) TO atrib-nombre
004640           IF atrib-nombre(1:clave-long) =
004650              miembro-clave(1:clave-long) THEN
004660             PERFORM TOMAR-ATRIBUTO-FICHERO
004670           END-IF
004680       END-READ
004690     END-PERFORM.
004700     CLOSE f-personajes.
004710     EXIT.

004720   TOMAR-ATRIBUTO-FICHERO.
004730     MOVE FUNCTION TRIM(atrib-valor-txt) TO atrib-valor-txt.
004740     SET atrib-valido TO FALSE.
004750     IF atrib-valor-txt(1:1) = "-" THEN
004760       IF atrib-valor-txt(2:1) NOT = SPACE AND
004770          FUNCTION TRIM(atrib-valor-txt(2:55)) IS NUMERIC THEN
004780         SET atrib-valido TO TRUE
004790       END-IF
004800     ELSE
004810       IF atrib-valor-txt NOT = SPACES AND
004820          FUNCTION TRIM(atrib-valor-txt) IS NUMERIC THEN
004830         SET atrib-valido TO TRUE
004840       END-IF
004850     END-IF.
004860     IF NOT atrib-valido THEN
004870       EXIT PARAGRAPH
004880     END-IF.
004890     PERFORM VARYING atr-i FROM 1 BY 1 UNTIL atr-i > atr-num
004900       IF atr-nombre(atr-i) = atrib-nombre(clave-long + 1:)
004910       THEN
004920         EXIT PARAGRAPH
004930       END-IF
004940     END-PERFORM.
004950     ADD 1 TO atr-num.
004960     MOVE atrib-nombre(clave-long + 1:) TO atr-nombre(atr-num).
004970     MOVE atrib-valor-txt TO atr-valor(atr-num).
004980     EXIT.

004990** Cuantas veces usa la macro mac-i la hoja del miembro:
005000   CONTAR-USOS.
005010     MOVE 0 TO usos-n.
005020     INSPECT mac-expr(mac-i) TALLYING usos-n
005030             FOR ALL miembro-pref(1:pref-long).
005040     EXIT.

005050** "./dados --json --analisis[=N] --macro=NOMBRE" con la
005060** semilla fija; de su respuesta se toman la expresion ya
005070** sustituida, "minimo", "maximo", "media" y, con
005080** dificultad, "probabilidad":
005090   ANALIZAR-MACRO.
005100     SET analisis-hecho TO FALSE.
005110     MOVE SPACES TO anl-expresion, anl-minimo-txt,
005120                    anl-maximo-txt, anl-media-txt, anl-prob-txt.
005130     ADD 1 TO total-macros.
005140     MOVE SPACES TO comando-sistema.
005150     MOVE 1 TO comando-punt.
005160     STRING "./dados --json --semilla=" DELIMITED BY SIZE,
005170            semilla-analisis DELIMITED BY SIZE
005180            INTO comando-sistema WITH POINTER comando-punt
005190     END-STRING.
005200     IF mesa-modo THEN
005210       STRING " --mesa=" DELIMITED BY SIZE,
005220              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
005230              INTO comando-sistema WITH POINTER comando-punt
005240       END-STRING
005250     END-IF.
005260     IF dificultad-modo THEN
005270       STRING " --analisis=" DELIMITED BY SIZE,
005280              FUNCTION TRIM(dificultad-txt) DELIMITED BY SIZE
005290              INTO comando-sistema WITH POINTER comando-punt
005300       END-STRING
005310     ELSE
005320       STRING " --analisis" DELIMITED BY SIZE
005330              INTO comando-sistema WITH POINTER comando-punt
005340       END-STRING
005350     END-IF.
005360     STRING " '--macro=" DELIMITED BY SIZE,
005370            FUNCTION TRIM(mac-nombre(mac-i)) DELIMITED BY SIZE,
005380            "' >pantalla.salida 2>&1" DELIMITED BY SIZE
005390            INTO comando-sistema WITH POINTER comando-punt
005400     END-STRING.
005410     MOVE 0 TO RETURN-CODE.
005420     CALL "SYSTEM" USING comando-sistema.
005430     MOVE RETURN-CODE TO rc-sistema.
005440     MOVE 0 TO RETURN-CODE.
005450     IF rc-sistema NOT = 0 THEN
005460       ADD 1 TO total-no-analizadas
005470       EXIT PARAGRAPH
005480     END-IF.
005490     SET fin-salida TO FALSE.
005500     OPEN INPUT f-salida.
005510     IF ws-salida-status = "00" THEN
005520       PERFORM UNTIL fin-salida
005530         READ f-salida
005540           AT END SET fin-salida TO TRUE
005550           NOT AT END PERFORM TOMAR-ANALISIS
005560         END-READ
005570       END-PERFORM
005580       CLOSE f-salida
005590     END-IF.
005600     IF NOT analisis-hecho THEN
005610       ADD 1 TO total-no-analizadas
005620     END-IF.
005630     EXIT.

005640** La linea JSON del analisis: '{"expresion":"1d20+3",
005650** "analisis":{"minimo":4,"maximo":23,"media":13.37,...,
005660** "probabilidad":46.14}}':
005670   TOMAR-ANALISIS.
005680     MOVE SPACES TO salida-resto.
005690     UNSTRING reg-salida DELIMITED BY '"expresion":"'
005700       INTO salida-basura, salida-resto
005710     END-UNSTRING.
005720     IF salida-resto = SPACES THEN
005730       EXIT PARAGRAPH
005740     END-IF.
005750     UNSTRING salida-resto DELIMITED BY '"'
005760       INTO anl-expresion
005770     END-UNSTRING.
005780     MOVE '"minimo":' TO salida-valor.
005790     PERFORM TOMAR-CAMPO-ANALISIS.
005800     MOVE salida-valor TO anl-minimo-txt.
005810     MOVE '"maximo":' TO salida-valor.
005820     PERFORM TOMAR-CAMPO-ANALISIS.
005830     MOVE salida-valor TO anl-maximo-txt.
005840     MOVE '"media":' TO salida-valor.
005850     PERFORM TOMAR-CAMPO-ANALISIS.
005860     MOVE salida-valor TO anl-media-txt.
005870     IF dificultad-modo THEN
005880       MOVE '"probabilidad":' TO salida-valor
005890       PERFORM TOMAR-CAMPO-ANALISIS
005900       MOVE salida-valor TO anl-prob-txt
005910     END-IF.
005920     IF anl-minimo-txt NOT = SPACES AND
005930        anl-maximo-txt NOT = SPACES AND
005940        anl-media-txt NOT = SPACES THEN
005950       SET analisis-hecho TO TRUE
005960     END-IF.
005970     EXIT.

005980** El valor numerico que sigue a la etiqueta de salida-valor
005990** (hasta la coma o la llave de cierre):
006000   TOMAR-CAMPO-ANALISIS.
006010     MOVE SPACES TO salida-resto.
006020     UNSTRING reg-salida
006030       DELIMITED BY FUNCTION TRIM(salida-valor)
006040       INTO salida-basura, salida-resto
006050     END-UNSTRING.
006060     MOVE SPACES TO salida-valor.
006070     UNSTRING salida-resto DELIMITED BY "," OR "}"
006080       INTO salida-valor
006090     END-UNSTRING.
006100     EXIT.

006110** Texto para imprimir: cabecera y una seccion por miembro,
006120** con la hoja en columnas y la tabla de macros:
006130   CABECERA-TEXTO.
006140     DISPLAY raya.
006150     IF mesa-modo THEN
006160       DISPLAY "PANTALLA DEL DIRECTOR DE JUEGO - grupo ",
006170               FUNCTION TRIM(grupo-pedido), " (mesa ",
006180               FUNCTION TRIM(ws-mesa-id), ")"
006190     ELSE
006200       DISPLAY "PANTALLA DEL DIRECTOR DE JUEGO - grupo ",
006210               FUNCTION TRIM(grupo-pedido)
006220     END-IF.
006230     DISPLAY "Fecha: ", FUNCTION CURRENT-DATE(1:4), "-",
006240             FUNCTION CURRENT-DATE(5:2), "-",
006250             FUNCTION CURRENT-DATE(7:2), " ",
006260             FUNCTION CURRENT-DATE(9:2), ":",
006270             FUNCTION CURRENT-DATE(11:2).
006280     IF dificultad-modo THEN
006290       DISPLAY "Dificultad: ", FUNCTION TRIM(dificultad-txt),
006300               " (probabilidad de sacar ",
006310               FUNCTION TRIM(dificultad-txt), " o mas)"
006320     END-IF.
006330     EXIT.

006340   SECCION-TEXTO.
006350     DISPLAY raya.
006360     DISPLAY FUNCTION UPPER-CASE(FUNCTION TRIM(
006370             mie-nombre(mie-i))).
006380     DISPLAY raya-fina.
006390     IF atr-num = 0 THEN
006400       DISPLAY "  Sin hoja de personaje."
006410     ELSE
006420       DISPLAY "  Atributos:"
006430       PERFORM VARYING atr-i FROM 1 BY 1 UNTIL atr-i > atr-num
006440         DISPLAY "    ", atr-nombre(atr-i)(1:24), " ",
006450                 FUNCTION TRIM(atr-valor(atr-i))
006460       END-PERFORM
006470     END-IF.
006480     MOVE 0 TO macros-miembro.
006490     PERFORM VARYING mac-i FROM 1 BY 1 UNTIL mac-i > mac-num
006500       PERFORM CONTAR-USOS
006510       IF usos-n > 0 THEN
006520         IF macros-miembro = 0 THEN
006530           PERFORM CABECERA-MACROS-TEXTO
006540         END-IF
006550         ADD 1 TO macros-miembro
006560         PERFORM ANALIZAR-MACRO
006570         PERFORM LINEA-MACRO-TEXTO
006580       END-IF
006590     END-PERFORM.
006600     IF macros-miembro = 0 THEN
006610       DISPLAY "  Ninguna macro usa su hoja."
006620     END-IF.
006630     EXIT.

006640   CABECERA-MACROS-TEXTO.
006650     DISPLAY "  Macros:".
006660     MOVE "macro" TO lm-nombre.
006670     MOVE "expresion" TO lm-expresion.
006680     MOVE "min" TO lm-minimo.
006690     MOVE "media" TO lm-media.
006700     MOVE "max" TO lm-maximo.
006710     MOVE SPACES TO lm-prob.
006720     IF dificultad-modo THEN
006730       MOVE "exito" TO lm-prob
006740     END-IF.
006750     DISPLAY FUNCTION TRIM(linea-macro TRAILING).
006760     EXIT.

006770   LINEA-MACRO-TEXTO.
006780     MOVE mac-nombre(mac-i) TO lm-nombre.
006790     IF NOT analisis-hecho THEN
006800       MOVE SPACES TO lm-expresion, lm-minimo, lm-media,
006810                      lm-maximo, lm-prob
006820       MOVE mac-expr(mac-i) TO lm-expresion
006830       DISPLAY FUNCTION TRIM(linea-macro TRAILING),
006840               " (no se puede analizar)"
006850       EXIT PARAGRAPH
006860     END-IF.
006870     MOVE anl-expresion TO lm-expresion.
006880     MOVE FUNCTION TRIM(anl-minimo-txt) TO lm-minimo.
006890     MOVE FUNCTION TRIM(anl-media-txt) TO lm-media.
006900     MOVE FUNCTION TRIM(anl-maximo-txt) TO lm-maximo.
006910     MOVE SPACES TO lm-prob.
006920     IF dificultad-modo THEN
006930       MOVE SPACES TO salida-valor
006940       STRING FUNCTION TRIM(anl-prob-txt) DELIMITED BY SIZE,
006950              "%" DELIMITED BY SIZE
006960              INTO salida-valor
006970       END-STRING
006980       MOVE FUNCTION TRIM(salida-valor) TO lm-prob
007000     END-IF.
007010     DISPLAY FUNCTION TRIM(linea-macro TRAILING).
007020** Una expresion sustituida que no cabe en su columna va
007030** entera en la linea siguiente:
007040     IF anl-expresion(25:) NOT = SPACES THEN
007050       DISPLAY "      = ", FUNCTION TRIM(anl-expresion)
007060     END-IF.
007070     EXIT.

007080** Markdown para fijar en el chat: el nombre en negrita, la
007090** hoja en una linea y una linea por macro:
007100   CABECERA-MARKDOWN.
007110     IF mesa-modo THEN
007120       DISPLAY "*Pantalla del DJ: ", FUNCTION TRIM(grupo-pedido),
007130               "* (mesa ", FUNCTION TRIM(ws-mesa-id), ")"
007140     ELSE
007150       DISPLAY "*Pantalla del DJ: ", FUNCTION TRIM(grupo-pedido),
007160               "*"
007170     END-IF.
007180     IF dificultad-modo THEN
007190       DISPLAY "Dificultad *", FUNCTION TRIM(dificultad-txt),
007200               "*: probabilidad de sacar ",
007210               FUNCTION TRIM(dificultad-txt), " o mas."
007220     END-IF.
007230     EXIT.

007240   SECCION-MARKDOWN.
007250     DISPLAY " ".
007260     DISPLAY "*", FUNCTION TRIM(mie-nombre(mie-i)), "*".
007270     IF atr-num = 0 THEN
007280       DISPLAY "_Sin hoja de personaje._"
007290     ELSE
007300       MOVE SPACES TO atributos-linea
007310       MOVE 1 TO atributos-punt
007320       PERFORM VARYING atr-i FROM 1 BY 1 UNTIL atr-i > atr-num
007330         IF atr-i > 1 THEN
007340           STRING ", " DELIMITED BY SIZE
007350                  INTO atributos-linea WITH POINTER atributos-punt
007360           END-STRING
007370         END-IF
007380         STRING FUNCTION TRIM(atr-nombre(atr-i))
007390                DELIMITED BY SIZE,
007400                " " DELIMITED BY SIZE,
007410                FUNCTION TRIM(atr-valor(atr-i))
007420                DELIMITED BY SIZE
007430                INTO atributos-linea WITH POINTER atributos-punt
007440         END-STRING
007450       END-PERFORM
007460       DISPLAY FUNCTION TRIM(atributos-linea)
007470     END-IF.
007480     MOVE 0 TO macros-miembro.
007490     PERFORM VARYING mac-i FROM 1 BY 1 UNTIL mac-i > mac-num
007500       PERFORM CONTAR-USOS
007510       IF usos-n > 0 THEN
007520         ADD 1 TO macros-miembro
007530         PERFORM ANALIZAR-MACRO
007540         PERFORM LINEA-MACRO-MARKDOWN
007550       END-IF
007560     END-PERFORM.
007570     IF macros-miembro = 0 THEN
007580       DISPLAY "_Ninguna macro usa su hoja._"
007590     END-IF.
007600     EXIT.

007610   LINEA-MACRO-MARKDOWN.
007620     MOVE SPACES TO linea-md.
007630     MOVE 1 TO md-punt.
007640     STRING "- `" DELIMITED BY SIZE,
007650            FUNCTION TRIM(mac-nombre(mac-i)) DELIMITED BY SIZE,
007660            "` " DELIMITED BY SIZE
007670            INTO linea-md WITH POINTER md-punt
007680     END-STRING.
007690     IF NOT analisis-hecho THEN
007700       STRING FUNCTION TRIM(mac-expr(mac-i)) DELIMITED BY SIZE,
007710              ": no se puede analizar" DELIMITED BY SIZE
007720              INTO linea-md WITH POINTER md-punt
007730       END-STRING
007740       DISPLAY FUNCTION TRIM(linea-md)
007750       EXIT PARAGRAPH
007760     END-IF.
007770     STRING FUNCTION TRIM(anl-expresion) DELIMITED BY SIZE,
007780            ": " DELIMITED BY SIZE,
007790            FUNCTION TRIM(anl-minimo-txt) DELIMITED BY SIZE,
007800            " / *" DELIMITED BY SIZE,
007810            FUNCTION TRIM(anl-media-txt) DELIMITED BY SIZE,
007820            "* / " DELIMITED BY SIZE,
007830            FUNCTION TRIM(anl-maximo-txt) DELIMITED BY SIZE
007840            INTO linea-md WITH POINTER md-punt
007850     END-STRING.
007860     IF dificultad-modo THEN
007870       STRING " - exito " DELIMITED BY SIZE,
007880              FUNCTION TRIM(anl-prob-txt) DELIMITED BY SIZE,
007890              "%" DELIMITED BY SIZE
007900              INTO linea-md WITH POINTER md-punt
007910       END-STRING
007920     END-IF.
007930     DISPLAY FUNCTION TRIM(linea-md).
007940     EXIT.
