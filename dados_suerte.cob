000000* Programa de proceso por lotes para el indice de suerte de
000010* cada jugador: cuanto se aparta lo que saca de lo que, de
000020* media, deberia sacar, sume lo que sume y tire lo que tire.
000030* DadosSesgoReal dice si las caras salen parejas y
000040* DadosInforme da medias por expresion, pero ninguno de los
000050* dos contesta a "Paco tiene mala suerte, o se lo inventa?".
000060*
000070* Recorre los archivos mensuales (dados-AAAAMM.arc) que se
000080* le indiquen y despues el registro vivo (dados.log). Para
000090* cada expresion distinta pide a TirarDados su analisis
000100* ("./dados --analisis", CALL "SYSTEM" como en
000110* DadosProgramadas), de modo que la media y la desviacion
000120* esperadas salen de la misma maquinaria que la tirada real
000130* (explosivos, repeticiones, ventajas, grupos y "--exito="
000140* incluidos). El analisis se pide con una semilla fija, asi
000150* que dos informes sobre los mismos datos salen iguales.
000160*
000170* Cada tirada puntua (resultado - media) / desviacion: 0 es
000180* lo normal, +1 es una tirada buena, -2 una muy mala. El
000190* indice de un jugador es la suma de sus puntos entre la
000200* raiz del numero de tiradas, para que sea comparable tire
000210* mucho o poco: entre -2 y +2 cae casi todo el mundo por
000220* puro azar; fuera de eso, racha de verdad.
000230*
000240* Se clasifica a los jugadores en general, por mes y por
000250* sesion de juego. No puntuan las tiradas anuladas (como en
000260* DadosInforme), las conjuntas ("conjunta=": iniciativa,
000270* oposicion o prueba de grupo, que no son de quien da la
000280* orden), los robos de cartas, las tiradas sin "--usuario="
000290* ni las expresiones sin azar (un "5" a secas).
000300*
000310* Modo de uso:
000320*   [AAAAMM ...]: meses archivados a recorrer tambien (el
000330*                registro vivo va siempre detras).
000340* Opciones:
000350*   --usuario=ID: solo las tiradas de ese usuario.
000360*   --minimo=N: tiradas que hacen falta para entrar en una
000370*                clasificacion (por defecto 5).
000380*   --telegram: resumen breve con formato para el chat del
000390*                grupo, en vez de las tablas.
000400*   --top=N: jugadores por lista en el resumen (defecto 3).
000410*   --mesa=ID: el registro y los archivos de la mesa de juego
000420*                ID (ID.dados.log, ID.dados-AAAAMM.arc).
000430*
000440* Codigo de salida: 0 bien, 4 con tiradas que no se pudieron
000450* analizar o que no cupieron en las tablas, 8 error.

000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.       DadosSuerte.
000480 AUTHOR.           Pérez.
000490 DATE-WRITTEN.     2026-10-15.

000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS ws-arc-status.
000590     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ws-log-status.
000620     SELECT f-salida ASSIGN TO "suerte.salida"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS ws-salida-status.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  f-arc.
000680     COPY "registro_arc.cpy".
000690 FD  f-log.
000700     01 reg-log              PIC X(25000).
000710 FD  f-salida.
000720     01 reg-salida           PIC X(500).

000730 WORKING-STORAGE SECTION.
000740     77 i                    PIC 9(4) USAGE IS COMP.
000750     77 j                    PIC 9(4) USAGE IS COMP.
000760     77 k                    PIC 9(4) USAGE IS COMP.
000770     77 ws-arc-status        PIC XX.
000780     77 ws-log-status        PIC XX.
000790     77 ws-salida-status     PIC XX.
000800     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
000810     01 ws-log-nombre        PIC X(40) VALUE "dados.log".
000820     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000830         88 fin-arc                VALUE 1 FALSE 0.
000840     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000850         88 fin-log                VALUE 1 FALSE 0.
000860     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000870         88 fin-salida             VALUE 1 FALSE 0.
000880** Opciones de ejecucion:
000890     01 argumentos-programa.
000900         05 arg              PIC X(130) VALUE SPACES.
000910             88 arg-telegram       VALUE "--telegram".
000920         05 numargs          PIC 99 USAGE IS COMP.
000930     01 opcion-arg-temp      PIC X(120) VALUE SPACES.
000940     77 opt-usuario          PIC 9 VALUE 0 USAGE IS COMP.
000950         88 filtro-usuario         VALUE 1 FALSE 0.
000960     01 usuario-buscado      PIC X(60) VALUE SPACES.
000970     77 opt-telegram         PIC 9 VALUE 0 USAGE IS COMP.
000980         88 telegram               VALUE 1 FALSE 0.
000990     77 top-n                PIC 99 VALUE 3 USAGE IS COMP.
001000     77 minimo               PIC 9(4) VALUE 5 USAGE IS COMP.
001010** Mesa de juego ("--mesa=ID"): el prefijo de sus ficheros:
001020     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
001030         88 mesa-modo              VALUE 1 FALSE 0.
001040     01 ws-mesa-id           PIC X(16) VALUE SPACES.
001050     01 mesa-prefijo         PIC X(17) VALUE SPACES.
001060     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
001070** Meses pedidos en la linea de comandos:
001080     01 tabla-meses.
001090         05 mes-num          PIC 99 VALUE 0 USAGE IS COMP.
001100         05 mes-pedido       PIC X(6) OCCURS 24 TIMES.
001110** Anulaciones ("--anular=") del registro vivo: una pasada
001120** previa apunta que numeros de linea quedan anulados, como
001130** en DadosInforme:
001140     01 tabla-anuladas.
001150         05 an-num           PIC 9(4) VALUE 0 USAGE IS COMP.
001160         05 an-linea         PIC 9(9) OCCURS 500 TIMES COMP.
001170     77 linea-actual         PIC 9(9) VALUE 0 USAGE IS COMP.
001180** Troceado de cada registro del log en sus campos " | " (los
001190** bloques de valores no hacen falta y se quedan cortados):
001200     77 campos-n             PIC 99 USAGE IS COMP.
001210     01 campos-log.
001220         05 campo-seg        PIC X(250) OCCURS 16 TIMES.
001230     01 log-anula-txt        PIC X(12) VALUE SPACES.
001240     01 log-result-txt       PIC X(16) VALUE SPACES.
001250     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001260         88 entrada-valida         VALUE 1 FALSE 0.
001270** La tirada en curso, venga del archivo o del log:
001280     01 tirada-leida.
001290         05 tl-fecha         PIC X(14).
001300         05 tl-usuario       PIC X(60).
001310         05 tl-sesion        PIC X(32).
001320         05 tl-expr          PIC X(120).
001330         05 tl-exito         PIC X(6).
001340         05 tl-conjunta      PIC X(12).
001350         05 tl-mazo          PIC X(32).
001360         05 tl-resultado     PIC S9(9) USAGE IS COMP.
001370         05 tl-anulada       PIC X.
001380** Lo que se espera de cada expresion distinta, segun el
001390** analisis de TirarDados (el hueco 501 es de borrador, para
001400** cuando la tabla ya esta llena): estado "S" analizada, "C"
001410** sin azar, "N" no se pudo analizar:
001420     01 tabla-expresiones.
001430         05 exp-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001440         05 exp-ent OCCURS 501 TIMES.
001450             10 exp-txt      PIC X(120).
001460             10 exp-exito    PIC X(6).
001470             10 exp-estado   PIC X.
001480             10 exp-media    USAGE IS COMP-2.
001490             10 exp-desv     USAGE IS COMP-2.
001500     77 exp-i                PIC 9(4) USAGE IS COMP.
001510     01 semilla-analisis     PIC X(8) VALUE "31415926".
001520     01 comando-sistema      PIC X(400) VALUE SPACES.
001530     77 comando-punt         PIC 9(4) USAGE IS COMP.
001540     77 rc-sistema           PIC S9(9) VALUE 0 USAGE IS COMP.
001550     77 comillas-n           PIC 9(4) USAGE IS COMP.
001560     01 salida-resto         PIC X(500) VALUE SPACES.
001570     01 salida-valor         PIC X(20) VALUE SPACES.
001580** Puntos de cada tirada, en coma flotante:
001590     77 real-resultado       USAGE IS COMP-2.
001600     77 real-diferencia      USAGE IS COMP-2.
001610     77 real-puntos          USAGE IS COMP-2.
001620     77 real-raiz            USAGE IS COMP-2.
001630** Puntos acumulados por jugador en cada ambito: "G" general,
001640** "M" un mes (AAAAMM) y "S" una sesion:
001650     01 tabla-puntos.
001660         05 pun-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001670         05 pun-ent OCCURS 3000 TIMES.
001680             10 pun-tipo     PIC X.
001690             10 pun-ambito   PIC X(32).
001700             10 pun-usuario  PIC X(60).
001710             10 pun-tiradas  PIC 9(9) USAGE IS COMP.
001720             10 pun-suma     USAGE IS COMP-2.
001730             10 pun-sobre    USAGE IS COMP-2.
001740             10 pun-indice   USAGE IS COMP-2.
001750     01 pun-temp.
001760         05 FILLER           PIC X.
001770         05 FILLER           PIC X(32).
001780         05 FILLER           PIC X(60).
001790         05 FILLER           PIC 9(9) USAGE IS COMP.
001800         05 FILLER           USAGE IS COMP-2.
001810         05 FILLER           USAGE IS COMP-2.
001820         05 FILLER           USAGE IS COMP-2.
001830     01 pun-tipo-b           PIC X.
001840     01 pun-ambito-b         PIC X(32).
001850     77 pun-i                PIC 9(4) USAGE IS COMP.
001860     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001870         88 hay-cambio             VALUE 1 FALSE 0.
001880** La sesion mas reciente, para el resumen de Telegram:
001890     01 sesion-ultima        PIC X(32) VALUE SPACES.
001900     01 fecha-sesion-ultima  PIC X(14) VALUE SPACES.
001910     01 fecha-primera        PIC X(14) VALUE SPACES.
001920     01 fecha-ultima         PIC X(14) VALUE SPACES.
001930** Recorrido de las clasificaciones:
001940     01 ambito-previo        PIC X(33) VALUE SPACES.
001950     01 ambito-actual        PIC X(33) VALUE SPACES.
001960     77 puesto               PIC 9(4) USAGE IS COMP.
001970     77 pocos                PIC 9(4) USAGE IS COMP.
001980     77 general-num          PIC 9(4) USAGE IS COMP.
001990     77 general-fin          PIC 9(4) USAGE IS COMP.
002000     77 tope-lista           PIC 9(4) USAGE IS COMP.
002010     77 desde-lista          PIC 9(4) USAGE IS COMP.
002020     77 ses-mejor            PIC 9(4) USAGE IS COMP.
002030     77 ses-peor             PIC 9(4) USAGE IS COMP.
002040** Contadores para el resumen:
002050     77 total-tiradas        PIC 9(9) VALUE 0 USAGE IS COMP.
002060     77 total-puntuadas      PIC 9(9) VALUE 0 USAGE IS COMP.
002070     77 total-anuladas       PIC 9(9) VALUE 0 USAGE IS COMP.
002080     77 total-conjuntas      PIC 9(9) VALUE 0 USAGE IS COMP.
002090     77 total-cartas         PIC 9(9) VALUE 0 USAGE IS COMP.
002100     77 total-sin-usuario    PIC 9(9) VALUE 0 USAGE IS COMP.
002110     77 total-sin-azar       PIC 9(9) VALUE 0 USAGE IS COMP.
002120     77 total-no-analizadas  PIC 9(9) VALUE 0 USAGE IS COMP.
002130     77 total-desbordes      PIC 9(9) VALUE 0 USAGE IS COMP.
002140     77 total-analisis       PIC 9(9) VALUE 0 USAGE IS COMP.
002150     77 ficheros-leidos      PIC 9(4) VALUE 0 USAGE IS COMP.
002160     77 cifra-disp           PIC Z(8)9.
002170     77 orden-disp           PIC Z(3)9.
002180     77 indice-disp          PIC +(3)9.99.
002190     77 media-disp           PIC +(3)9.99.
002200     77 sobre-disp           PIC +(8)9.9.

002210 PROCEDURE DIVISION.
002220   LEER-ARGUMENTOS.
002230     INITIALIZE i, numargs.
002240     ACCEPT numargs FROM ARGUMENT-NUMBER.
002250     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
002260       ACCEPT arg FROM ARGUMENT-VALUE
002270       MOVE FUNCTION LOWER-CASE(arg) TO arg
002280       EVALUATE TRUE
002290         WHEN arg-telegram SET telegram TO TRUE
002300         WHEN arg(1:10) = "--usuario="
002310           SET filtro-usuario TO TRUE
002320           MOVE arg(11:60) TO opcion-arg-temp
002330           MOVE FUNCTION TRIM(opcion-arg-temp)
002340                TO usuario-buscado
002350         WHEN arg(1:9) = "--minimo="
002360           MOVE arg(10:) TO opcion-arg-temp
002370           IF FUNCTION TRIM(opcion-arg-temp) IS NOT NUMERIC OR
002380              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
002390              opcion-arg-temp)) > 4 THEN
002400             PERFORM ARGUMENTO-ERRONEO
002410           END-IF
002420           MOVE FUNCTION NUMVAL(opcion-arg-temp) TO minimo
002430           IF minimo = 0 THEN
002440             PERFORM ARGUMENTO-ERRONEO
002450           END-IF
002460         WHEN arg(1:6) = "--top="
002470           MOVE arg(7:) TO opcion-arg-temp
002480           IF FUNCTION TRIM(opcion-arg-temp) IS NOT NUMERIC OR
002490              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
002500              opcion-arg-temp)) > 2 THEN
002510             PERFORM ARGUMENTO-ERRONEO
002520           END-IF
002530           MOVE FUNCTION NUMVAL(opcion-arg-temp) TO top-n
002540           IF top-n = 0 THEN
002550             PERFORM ARGUMENTO-ERRONEO
002560           END-IF
002570         WHEN arg(1:7) = "--mesa="
002580           PERFORM LEER-ARG-MESA
002590         WHEN arg(1:1) IS NUMERIC
002600           IF FUNCTION TRIM(arg) IS NOT NUMERIC OR
002610              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(arg))
002620              NOT = 6 THEN
002630             PERFORM ARGUMENTO-ERRONEO
002640           END-IF
002650           IF mes-num = 24 THEN
002660             DISPLAY "Error! Demasiados meses (maximo 24)."
002670             MOVE 8 TO RETURN-CODE
002680             STOP RUN
002690           END-IF
002700           ADD 1 TO mes-num
002710           MOVE arg(1:6) TO mes-pedido(mes-num)
002720         WHEN OTHER
002730           PERFORM ARGUMENTO-ERRONEO
002740       END-EVALUATE
002750     END-PERFORM.

002760   CALCULAR-SUERTE.
002770     PERFORM VARYING i FROM 1 BY 1 UNTIL i > mes-num
002780       PERFORM LEER-MES
002790     END-PERFORM.
002800     PERFORM LEER-LOG.
002810     IF ficheros-leidos = 0 THEN
002820       DISPLAY "Error! No existe ", FUNCTION TRIM(ws-log-nombre),
002830               " ni ninguno de los archivos pedidos."
002840       MOVE 8 TO RETURN-CODE
002850       STOP RUN
002860     END-IF.
002870     PERFORM CALCULAR-INDICES.
002880     PERFORM ORDENAR-PUNTOS.
002890     IF telegram THEN
002900       PERFORM MOSTRAR-DIGEST
002910     ELSE
002920       PERFORM MOSTRAR-INFORME
002930     END-IF.
002940     IF total-no-analizadas + total-desbordes > 0 THEN
002950       MOVE 4 TO RETURN-CODE
002960     ELSE
002970       MOVE 0 TO RETURN-CODE
002980     END-IF.
002990     STOP RUN.

003000   ARGUMENTO-ERRONEO.
003010     DISPLAY "Error! Argumento no reconocido: '",
003020             FUNCTION TRIM(arg), "'.".
003030     MOVE 8 TO RETURN-CODE.
003040     STOP RUN.

003050** "--mesa=ID": la misma regla que en TirarDados; el registro
003060** y los archivos pasan a ser los de la mesa:
003070   LEER-ARG-MESA.
003080     MOVE arg(8:) TO opcion-arg-temp.
003090     MOVE FUNCTION STORED-CHAR-LENGTH(opcion-arg-temp)
003100          TO mesa-i.
003110     IF opcion-arg-temp = SPACES OR mesa-i > 16 THEN
003120       PERFORM ARGUMENTO-ERRONEO
003130     END-IF.
003140     IF opcion-arg-temp(1:mesa-i) IS NOT T_MESA THEN
003150       PERFORM ARGUMENTO-ERRONEO
003160     END-IF.
003170     SET mesa-modo TO TRUE.
003180     MOVE opcion-arg-temp(1:16) TO ws-mesa-id.
003190     MOVE SPACES TO mesa-prefijo, ws-log-nombre.
003200     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
003210            "." DELIMITED BY SIZE
003220            INTO mesa-prefijo
003230     END-STRING.
003240     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
003250            "dados.log" DELIMITED BY SIZE
003260            INTO ws-log-nombre
003270     END-STRING.
003280     EXIT.

003290** Un archivo mensual entero, registro a registro:
003300   LEER-MES.
003310     MOVE SPACES TO ws-arc-nombre.
003320     STRING mesa-prefijo DELIMITED BY SPACE,
003330            "dados-" DELIMITED BY SIZE,
003340            mes-pedido(i) DELIMITED BY SIZE,
003350            ".arc" DELIMITED BY SIZE
003360            INTO ws-arc-nombre
003370     END-STRING.
003380     SET fin-arc TO FALSE.
003390     OPEN INPUT f-arc.
003400     IF ws-arc-status NOT = "00" THEN
003410       DISPLAY "Aviso: no existe el archivo ",
003420               FUNCTION TRIM(ws-arc-nombre), "."
003430       EXIT PARAGRAPH
003440     END-IF.
003450     ADD 1 TO ficheros-leidos.
003460     PERFORM UNTIL fin-arc
003470       READ f-arc
003480         AT END SET fin-arc TO TRUE
003490         NOT AT END PERFORM TOMAR-REGISTRO-ARC
003500       END-READ
003510     END-PERFORM.
003520     CLOSE f-arc.
003530     EXIT.

003540** Un registro del archivo: los apuntes de anulacion ("A") no
003550** son tiradas; las anuladas ("S") se cuentan y se saltan:
003560   TOMAR-REGISTRO-ARC.
003570     IF arc-anulada = "A" OR arc-fecha IS NOT NUMERIC THEN
003580       EXIT PARAGRAPH
003590     END-IF.
003600     MOVE arc-fecha TO tl-fecha.
003610     MOVE FUNCTION LOWER-CASE(arc-usuario) TO tl-usuario.
003620     MOVE arc-sesion TO tl-sesion.
003630     MOVE arc-expr TO tl-expr.
003640     MOVE FUNCTION TRIM(arc-exito) TO tl-exito.
003650     MOVE arc-conjunta TO tl-conjunta.
003660     MOVE arc-mazo TO tl-mazo.
003670     MOVE arc-resultado TO tl-resultado.
003680     MOVE SPACE TO tl-anulada.
003690     IF arc-anulada = "S" THEN
003700       MOVE "S" TO tl-anulada
003710     END-IF.
003720     PERFORM TOMAR-TIRADA.
003730     EXIT.

003740** El registro vivo, linea a linea:
003750   LEER-LOG.
003760     PERFORM LOCALIZAR-ANULACIONES.
003770     SET fin-log TO FALSE.
003780     MOVE 0 TO linea-actual.
003790     OPEN INPUT f-log.
003800     IF ws-log-status NOT = "00" THEN
003810       EXIT PARAGRAPH
003820     END-IF.
003830     ADD 1 TO ficheros-leidos.
003840     PERFORM UNTIL fin-log
003850       READ f-log
003860         AT END SET fin-log TO TRUE
003870         NOT AT END
003880           ADD 1 TO linea-actual
003890           IF FUNCTION TRIM(reg-log) NOT = SPACES THEN
003900             PERFORM TOMAR-ENTRADA-LOG
003910           END-IF
003920       END-READ
003930     END-PERFORM.
003940     CLOSE f-log.
003950     EXIT.

003960** La pasada previa: que numeros de linea quedan anulados:
003970   LOCALIZAR-ANULACIONES.
003980     MOVE 0 TO an-num.
003990     SET fin-log TO FALSE.
004000     OPEN INPUT f-log.
004010     IF ws-log-status NOT = "00" THEN
004020       EXIT PARAGRAPH
004030     END-IF.
004040     PERFORM UNTIL fin-log
004050       READ f-log
004060         AT END SET fin-log TO TRUE
004070         NOT AT END
004080           MOVE SPACES TO campo-seg(1), campo-seg(2)
004090           UNSTRING reg-log DELIMITED BY " | anula="
004100             INTO campo-seg(1), campo-seg(2)
004110           END-UNSTRING
004120           MOVE SPACES TO log-anula-txt
004130           UNSTRING campo-seg(2) DELIMITED BY " "
004140             INTO log-anula-txt
004150           END-UNSTRING
004160           IF log-anula-txt NOT = SPACES AND
004170              FUNCTION TRIM(log-anula-txt) IS NUMERIC AND
004180              an-num < 500 THEN
004190             ADD 1 TO an-num
004200             MOVE FUNCTION NUMVAL(log-anula-txt)
004210                  TO an-linea(an-num)
004220           END-IF
004230       END-READ
004240     END-PERFORM.
004250     CLOSE f-log.
004260     EXIT.

004270** Trocear una entrada del log en sus campos " | " y
004280** repartirlos segun su prefijo, como en DadosInforme:
004290   TOMAR-ENTRADA-LOG.
004300     INITIALIZE campos-log, campos-n, tirada-leida.
004310     MOVE SPACES TO log-anula-txt, log-result-txt.
004320     SET entrada-valida TO FALSE.
004330     UNSTRING reg-log DELIMITED BY " | "
004340       INTO campo-seg(1), campo-seg(2), campo-seg(3),
004350            campo-seg(4), campo-seg(5), campo-seg(6),
004360            campo-seg(7), campo-seg(8), campo-seg(9),
004370            campo-seg(10), campo-seg(11), campo-seg(12),
004380            campo-seg(13), campo-seg(14), campo-seg(15),
004390            campo-seg(16)
004400       TALLYING IN campos-n
004410     END-UNSTRING.
004420     MOVE campo-seg(1)(1:14) TO tl-fecha.
004430     PERFORM VARYING j FROM 2 BY 1 UNTIL j > campos-n
004440       EVALUATE TRUE
004450         WHEN campo-seg(j)(1:5) = "expr="
004460           MOVE campo-seg(j)(6:120) TO tl-expr
004470         WHEN campo-seg(j)(1:8) = "usuario="
004480           MOVE FUNCTION LOWER-CASE(campo-seg(j)(9:60))
004490                TO tl-usuario
004500         WHEN campo-seg(j)(1:7) = "sesion="
004510           MOVE campo-seg(j)(8:32) TO tl-sesion
004520         WHEN campo-seg(j)(1:6) = "exito="
004530           MOVE campo-seg(j)(7:6) TO tl-exito
004540         WHEN campo-seg(j)(1:9) = "conjunta="
004550           MOVE campo-seg(j)(10:12) TO tl-conjunta
004560         WHEN campo-seg(j)(1:5) = "mazo="
004570           MOVE campo-seg(j)(6:32) TO tl-mazo
004580         WHEN campo-seg(j)(1:6) = "anula="
004590           MOVE campo-seg(j)(7:12) TO log-anula-txt
004600         WHEN campo-seg(j)(1:10) = "resultado="
004610           MOVE campo-seg(j)(11:16) TO log-result-txt
004620           SET entrada-valida TO TRUE
004630       END-EVALUATE
004640     END-PERFORM.
004650     IF log-anula-txt NOT = SPACES OR NOT entrada-valida OR
004660        tl-expr = SPACES OR tl-fecha IS NOT NUMERIC THEN
004670       EXIT PARAGRAPH
004680     END-IF.
004690     MOVE FUNCTION TRIM(log-result-txt) TO log-result-txt.
004700     IF log-result-txt(1:1) = "-" THEN
004710       IF FUNCTION TRIM(log-result-txt(2:15)) IS NUMERIC THEN
004720         MOVE FUNCTION TRIM(log-result-txt(2:15))
004730              TO tl-resultado
004740         COMPUTE tl-resultado = 0 - tl-resultado
004750       END-IF
004760     ELSE
004770       IF FUNCTION TRIM(log-result-txt) IS NUMERIC THEN
004780         MOVE FUNCTION TRIM(log-result-txt) TO tl-resultado
004790       END-IF
004800     END-IF.
004810     MOVE SPACE TO tl-anulada.
004820     PERFORM VARYING j FROM 1 BY 1 UNTIL j > an-num
004830       IF an-linea(j) = linea-actual THEN
004840         MOVE "S" TO tl-anulada
004850       END-IF
004860     END-PERFORM.
004870     PERFORM TOMAR-TIRADA.
004880     EXIT.

004890** Una tirada, venga de donde venga: filtrarla, puntuarla
004900** contra lo esperado de su expresion y sumar sus puntos al
004910** jugador en general, en su mes y en su sesion:
004920   TOMAR-TIRADA.
004930     IF tl-anulada = "S" THEN
004940       ADD 1 TO total-anuladas
004950       EXIT PARAGRAPH
004960     END-IF.
004970     IF tl-conjunta NOT = SPACES THEN
004980       ADD 1 TO total-conjuntas
004990       EXIT PARAGRAPH
005000     END-IF.
005010     IF tl-mazo NOT = SPACES THEN
005020       ADD 1 TO total-cartas
005030       EXIT PARAGRAPH
005040     END-IF.
005050     IF tl-usuario = SPACES THEN
005060       ADD 1 TO total-sin-usuario
005070       EXIT PARAGRAPH
005080     END-IF.
005090     IF filtro-usuario AND tl-usuario NOT = usuario-buscado THEN
005100       EXIT PARAGRAPH
005110     END-IF.
005120     ADD 1 TO total-tiradas.
005130     PERFORM BUSCAR-ESPERADO.
005140     EVALUATE exp-estado(exp-i)
005150       WHEN "C"
005160         ADD 1 TO total-sin-azar
005170         EXIT PARAGRAPH
005180       WHEN "N"
005190         ADD 1 TO total-no-analizadas
005200         EXIT PARAGRAPH
005210     END-EVALUATE.
005220** Cuidado: las cuentas en coma flotante se hacen siempre
005230** entre campos COMP-2, pasando antes el resultado a uno:
005240     MOVE tl-resultado TO real-resultado.
005250     COMPUTE real-diferencia =
005260             real-resultado - exp-media(exp-i).
005270     COMPUTE real-puntos =
005280             real-diferencia / exp-desv(exp-i).
005290     ADD 1 TO total-puntuadas.
005300     IF fecha-primera = SPACES OR tl-fecha < fecha-primera THEN
005310       MOVE tl-fecha TO fecha-primera
005320     END-IF.
005330     IF tl-fecha > fecha-ultima THEN
005340       MOVE tl-fecha TO fecha-ultima
005350     END-IF.
005360     MOVE "G" TO pun-tipo-b.
005370     MOVE SPACES TO pun-ambito-b.
005380     PERFORM SUMAR-PUNTOS.
005390     MOVE "M" TO pun-tipo-b.
005400     MOVE tl-fecha(1:6) TO pun-ambito-b.
005410     PERFORM SUMAR-PUNTOS.
005420     IF tl-sesion NOT = SPACES THEN
005430       MOVE "S" TO pun-tipo-b
005440       MOVE tl-sesion TO pun-ambito-b
005450       PERFORM SUMAR-PUNTOS
005460       IF tl-fecha NOT < fecha-sesion-ultima THEN
005480         MOVE tl-fecha TO fecha-sesion-ultima
005490         MOVE tl-sesion TO sesion-ultima
005500       END-IF
005510     END-IF.
005520     EXIT.

005530** La media y la desviacion de la expresion de la tirada; la
005540** primera vez que sale se le piden a TirarDados:
005550   BUSCAR-ESPERADO.
005560     PERFORM VARYING exp-i FROM 1 BY 1 UNTIL exp-i > exp-num
005570       IF exp-txt(exp-i) = tl-expr AND
005580          exp-exito(exp-i) = tl-exito THEN
005590         EXIT PARAGRAPH
005600       END-IF
005610     END-PERFORM.
005620     IF exp-num < 500 THEN
005630       ADD 1 TO exp-num
005640       MOVE exp-num TO exp-i
005650     ELSE
005660       MOVE 501 TO exp-i
005670     END-IF.
005680     MOVE tl-expr TO exp-txt(exp-i).
005690     MOVE tl-exito TO exp-exito(exp-i).
005700     PERFORM ANALIZAR-ESPERADO.
005710     EXIT.

005720** "./dados --json --analisis" con la semilla fija; de su
005730** respuesta se toman "media" y "desviacion". Una expresion
005740** que TirarDados ya no acepta (o que lleva comillas y no se
005750** puede pasar entera) queda como no analizable:
005760   ANALIZAR-ESPERADO.
005770     MOVE "N" TO exp-estado(exp-i).
005780     MOVE 0 TO exp-media(exp-i), exp-desv(exp-i).
005790     MOVE 0 TO comillas-n.
005800     INSPECT tl-expr TALLYING comillas-n FOR ALL "'".
005810     IF comillas-n > 0 THEN
005820       EXIT PARAGRAPH
005830     END-IF.
005840     ADD 1 TO total-analisis.
005850     MOVE SPACES TO comando-sistema.
005860     MOVE 1 TO comando-punt.
005870     STRING "./dados --json --semilla=" DELIMITED BY SIZE,
005880            semilla-analisis DELIMITED BY SIZE,
005890            " --analisis" DELIMITED BY SIZE
005900            INTO comando-sistema WITH POINTER comando-punt
005910     END-STRING.
005920     IF tl-exito NOT = SPACES THEN
005930       STRING " --exito=" DELIMITED BY SIZE,
005940              FUNCTION TRIM(tl-exito) DELIMITED BY SIZE
005950              INTO comando-sistema WITH POINTER comando-punt
005960       END-STRING
005970     END-IF.
005980     STRING " '" DELIMITED BY SIZE,
005990            FUNCTION TRIM(tl-expr) DELIMITED BY SIZE,
006000            "' >suerte.salida 2>&1" DELIMITED BY SIZE
006010            INTO comando-sistema WITH POINTER comando-punt
006020     END-STRING.
006030     MOVE 0 TO RETURN-CODE.
006040     CALL "SYSTEM" USING comando-sistema.
006050     MOVE RETURN-CODE TO rc-sistema.
006060     MOVE 0 TO RETURN-CODE.
006070     IF rc-sistema NOT = 0 THEN
006080       EXIT PARAGRAPH
006090     END-IF.
006100     SET fin-salida TO FALSE.
006110     OPEN INPUT f-salida.
006120     IF ws-salida-status NOT = "00" THEN
006130       EXIT PARAGRAPH
006140     END-IF.
006150     PERFORM UNTIL fin-salida
006160       READ f-salida
006170         AT END SET fin-salida TO TRUE
006180         NOT AT END PERFORM TOMAR-ANALISIS
006190       END-READ
006200     END-PERFORM.
006210     CLOSE f-salida.
006220     EXIT.

006230** La linea JSON del analisis: '..."media":12.47,
006240** "desviacion":2.94,...':
006250   TOMAR-ANALISIS.
006260     MOVE SPACES TO salida-resto, salida-valor.
006270     UNSTRING reg-salida DELIMITED BY '"media":'
006280       INTO campo-seg(1), salida-resto
006290     END-UNSTRING.
006300     UNSTRING salida-resto DELIMITED BY ","
006310       INTO salida-valor
006320     END-UNSTRING.
006330     IF salida-valor = SPACES THEN
006340       EXIT PARAGRAPH
006350     END-IF.
006360     MOVE FUNCTION NUMVAL(salida-valor) TO exp-media(exp-i).
006370     MOVE SPACES TO salida-resto, salida-valor.
006380     UNSTRING reg-salida DELIMITED BY '"desviacion":'
006390       INTO campo-seg(1), salida-resto
006400     END-UNSTRING.
006410     UNSTRING salida-resto DELIMITED BY ","
006420       INTO salida-valor
006430     END-UNSTRING.
006440     IF salida-valor = SPACES THEN
006450       EXIT PARAGRAPH
006460     END-IF.
006470     MOVE FUNCTION NUMVAL(salida-valor) TO exp-desv(exp-i).
006480     IF exp-desv(exp-i) > 0 THEN
006490       MOVE "S" TO exp-estado(exp-i)
006500     ELSE
006510       MOVE "C" TO exp-estado(exp-i)
006520     END-IF.
006530     EXIT.

006540** Sumar los puntos de la tirada al jugador en el ambito
006550** pun-tipo-b / pun-ambito-b (abriendo su entrada si hace
006560** falta):
006570   SUMAR-PUNTOS.
006580     PERFORM VARYING pun-i FROM 1 BY 1 UNTIL pun-i > pun-num
006590       IF pun-tipo(pun-i) = pun-tipo-b AND
006600          pun-ambito(pun-i) = pun-ambito-b AND
006610          pun-usuario(pun-i) = tl-usuario THEN
006620         EXIT PERFORM
006630       END-IF
006640     END-PERFORM.
006650     IF pun-i > pun-num THEN
006660       IF pun-num = 3000 THEN
006670         ADD 1 TO total-desbordes
006680         EXIT PARAGRAPH
006690       END-IF
006700       ADD 1 TO pun-num
006710       MOVE pun-num TO pun-i
006720       MOVE pun-tipo-b TO pun-tipo(pun-i)
006730       MOVE pun-ambito-b TO pun-ambito(pun-i)
006740       MOVE tl-usuario TO pun-usuario(pun-i)
006750       MOVE 0 TO pun-tiradas(pun-i), pun-suma(pun-i),
006760                 pun-sobre(pun-i), pun-indice(pun-i)
006770     END-IF.
006780     ADD 1 TO pun-tiradas(pun-i).
006790     ADD real-puntos TO pun-suma(pun-i).
006800     ADD real-diferencia TO pun-sobre(pun-i).
006810     EXIT.

006820** Indice = suma de puntos / raiz del numero de tiradas:
006830   CALCULAR-INDICES.
006840     PERFORM VARYING pun-i FROM 1 BY 1 UNTIL pun-i > pun-num
006850       MOVE pun-tiradas(pun-i) TO real-raiz
006860       COMPUTE real-raiz = FUNCTION SQRT(real-raiz)
006870       COMPUTE pun-indice(pun-i) = pun-suma(pun-i) / real-raiz
006880     END-PERFORM.
006890     EXIT.

006900** Por ambito (general, meses, sesiones) y, dentro de cada
006910** uno, del indice mas alto al mas bajo. Burbuja con salida
006920** temprana: los ambitos ya llegan casi agrupados:
006930   ORDENAR-PUNTOS.
006940     SET hay-cambio TO TRUE.
006950     PERFORM VARYING i FROM 1 BY 1
006960             UNTIL i > pun-num OR NOT hay-cambio
006970       SET hay-cambio TO FALSE
006980       PERFORM VARYING j FROM 1 BY 1 UNTIL j > pun-num - i
006990         IF pun-tipo(j) > pun-tipo(j + 1) OR
007000            (pun-tipo(j) = pun-tipo(j + 1) AND
007010             pun-ambito(j) > pun-ambito(j + 1)) OR
007020            (pun-tipo(j) = pun-tipo(j + 1) AND
007030             pun-ambito(j) = pun-ambito(j + 1) AND
007040             pun-indice(j) < pun-indice(j + 1)) THEN
007050           MOVE pun-ent(j) TO pun-temp
007060           MOVE pun-ent(j + 1) TO pun-ent(j)
007070           MOVE pun-temp TO pun-ent(j + 1)
007080           SET hay-cambio TO TRUE
007090         END-IF
007100       END-PERFORM
007110     END-PERFORM.
007120     EXIT.

007130** Las clasificaciones completas, un ambito tras otro:
007140   MOSTRAR-INFORME.
007150     IF mesa-modo THEN
007160       DISPLAY "Indice de suerte por jugador (mesa ",
007170               FUNCTION TRIM(ws-mesa-id), ")"
007180     ELSE
007190       DISPLAY "Indice de suerte por jugador"
007200     END-IF.
007210     DISPLAY "(0 es lo esperado; entre -2 y +2, cosas del azar;"
007220             " fuera de eso, racha de verdad)".
007230     IF total-puntuadas > 0 THEN
007240       DISPLAY "Tiradas de ", fecha-primera(1:4), "-",
007250               fecha-primera(5:2), "-", fecha-primera(7:2),
007260               " a ", fecha-ultima(1:4), "-",
007270               fecha-ultima(5:2), "-", fecha-ultima(7:2)
007280     END-IF.
007290     MOVE SPACES TO ambito-previo.
007300     MOVE 0 TO pocos.
007310     PERFORM VARYING pun-i FROM 1 BY 1 UNTIL pun-i > pun-num
007320       PERFORM MOSTRAR-LINEA-PUNTOS
007330     END-PERFORM.
007340     PERFORM MOSTRAR-POCOS.
007350     DISPLAY " ".
007360     MOVE total-tiradas TO cifra-disp.
007370     DISPLAY "Tiradas examinadas:          ",
007380             FUNCTION TRIM(cifra-disp).
007390     MOVE total-puntuadas TO cifra-disp.
007400     DISPLAY "Tiradas puntuadas:           ",
007410             FUNCTION TRIM(cifra-disp).
007420     MOVE total-sin-azar TO cifra-disp.
007430     DISPLAY "Sin azar (no puntuan):       ",
007440             FUNCTION TRIM(cifra-disp).
007450     MOVE total-no-analizadas TO cifra-disp.
007460     DISPLAY "No analizables:              ",
007470             FUNCTION TRIM(cifra-disp).
007480     MOVE total-anuladas TO cifra-disp.
007490     DISPLAY "Anuladas (fuera):            ",
007500             FUNCTION TRIM(cifra-disp).
007510     MOVE total-conjuntas TO cifra-disp.
007520     DISPLAY "Conjuntas (fuera):           ",
007530             FUNCTION TRIM(cifra-disp).
007540     MOVE total-cartas TO cifra-disp.
007550     DISPLAY "Robos de cartas (fuera):     ",
007560             FUNCTION TRIM(cifra-disp).
007570     MOVE total-sin-usuario TO cifra-disp.
007580     DISPLAY "Sin usuario (fuera):         ",
007590             FUNCTION TRIM(cifra-disp).
007600     MOVE total-analisis TO cifra-disp.
007610     DISPLAY "Expresiones analizadas:      ",
007620             FUNCTION TRIM(cifra-disp).
007630     IF total-desbordes > 0 THEN
007640       MOVE total-desbordes TO cifra-disp
007650       DISPLAY "Aviso: ", FUNCTION TRIM(cifra-disp),
007660               " puntuaciones no cupieron en la tabla; acota",
007670               " con --usuario= o con menos meses."
007680     END-IF.
007690     EXIT.

007700** Una linea de clasificacion, con la cabecera de su ambito
007710** cuando cambia. Quien no llega a "--minimo=" tiradas en el
007720** ambito no entra en la lista, solo se cuenta:
007730   MOSTRAR-LINEA-PUNTOS.
007740     MOVE SPACES TO ambito-actual.
007750     STRING pun-tipo(pun-i) DELIMITED BY SIZE,
007760            pun-ambito(pun-i) DELIMITED BY SIZE
007770            INTO ambito-actual
007780     END-STRING.
007790     IF ambito-actual NOT = ambito-previo THEN
007800       PERFORM MOSTRAR-POCOS
007810       DISPLAY " "
007820       EVALUATE pun-tipo(pun-i)
007830         WHEN "G"
007840           DISPLAY "General:"
007850         WHEN "M"
007860           DISPLAY "Mes ", pun-ambito(pun-i)(1:4), "-",
007870                   pun-ambito(pun-i)(5:2), ":"
007880         WHEN OTHER
007890           DISPLAY "Sesion ", FUNCTION TRIM(pun-ambito(pun-i)),
007900                   ":"
007910       END-EVALUATE
007920       MOVE ambito-actual TO ambito-previo
007930       MOVE 0 TO puesto
007940     END-IF.
007950     IF pun-tiradas(pun-i) < minimo THEN
007960       ADD 1 TO pocos
007970       EXIT PARAGRAPH
007980     END-IF.
007990     ADD 1 TO puesto.
008000     MOVE puesto TO orden-disp.
008010     MOVE pun-tiradas(pun-i) TO cifra-disp.
008020     MOVE pun-indice(pun-i) TO indice-disp.
008030     MOVE pun-tiradas(pun-i) TO real-raiz.
008040     COMPUTE real-raiz = pun-suma(pun-i) / real-raiz.
008050     MOVE real-raiz TO media-disp.
008060     MOVE pun-sobre(pun-i) TO sobre-disp.
008070     DISPLAY "  ", FUNCTION TRIM(orden-disp), ". ",
008080             FUNCTION TRIM(pun-usuario(pun-i)), "  ",
008090             FUNCTION TRIM(cifra-disp), " tiradas, indice ",
008100             FUNCTION TRIM(indice-disp), " (",
008110             FUNCTION TRIM(media-disp), " por tirada, ",
008120             FUNCTION TRIM(sobre-disp), " sobre lo esperado)".
008130     EXIT.

008140   MOSTRAR-POCOS.
008150     IF pocos > 0 THEN
008160       MOVE pocos TO cifra-disp
008170       MOVE minimo TO orden-disp
008180       DISPLAY "  (y ", FUNCTION TRIM(cifra-disp),
008190               " con menos de ", FUNCTION TRIM(orden-disp),
008200               " tiradas)"
008210     END-IF.
008220     MOVE 0 TO pocos.
008230     EXIT.

008240** Resumen breve con el Markdown de Telegram, como el de
008250** DadosInforme: los de mas y menos suerte en general y los
008260** extremos de la ultima sesion:
008270   MOSTRAR-DIGEST.
008280     IF mesa-modo THEN
008290       DISPLAY "*Suerte en @tirardadosbot* (mesa ",
008300               FUNCTION TRIM(ws-mesa-id), ")"
008310     ELSE
008320       DISPLAY "*Suerte en @tirardadosbot*"
008330     END-IF.
008340     IF total-puntuadas = 0 THEN
008350       DISPLAY "Sin tiradas que puntuar."
008360       EXIT PARAGRAPH
008370     END-IF.
008380     MOVE total-puntuadas TO cifra-disp.
008390     DISPLAY "Tiradas: *", FUNCTION TRIM(cifra-disp),
008400             "* (", fecha-primera(1:4), "-",
008410             fecha-primera(5:2), "-", fecha-primera(7:2),
008420             " a ", fecha-ultima(1:4), "-",
008430             fecha-ultima(5:2), "-", fecha-ultima(7:2), ")".
008440** La clasificacion general va la primera ("G"); solo
008450** cuentan los que llegan al minimo de tiradas:
008460     MOVE 0 TO general-num, general-fin.
008470     PERFORM VARYING pun-i FROM 1 BY 1
008480             UNTIL pun-i > pun-num OR pun-tipo(pun-i) NOT = "G"
008490       MOVE pun-i TO general-fin
008500       IF pun-tiradas(pun-i) NOT < minimo THEN
008510         ADD 1 TO general-num
008520       END-IF
008530     END-PERFORM.
008540     IF general-num = 0 THEN
008550       MOVE minimo TO cifra-disp
008560       DISPLAY "Nadie llega a ", FUNCTION TRIM(cifra-disp),
008570               " tiradas todavia."
008580       EXIT PARAGRAPH
008590     END-IF.
008600     MOVE top-n TO tope-lista.
008610     IF tope-lista > general-num THEN
008620       MOVE general-num TO tope-lista
008630     END-IF.
008640     DISPLAY "Con mas suerte:".
008650     MOVE 0 TO puesto.
008660     PERFORM VARYING pun-i FROM 1 BY 1
008670             UNTIL pun-i > pun-num OR puesto = tope-lista
008680       IF pun-tipo(pun-i) = "G" AND
008690          pun-tiradas(pun-i) NOT < minimo THEN
008700         ADD 1 TO puesto
008710         MOVE puesto TO orden-disp
008720         PERFORM MOSTRAR-LINEA-DIGEST
008730       END-IF
008740     END-PERFORM.
008750** Los de menos suerte, desde el final y sin repetir a los de
008760** la lista anterior:
008770     IF general-num > tope-lista THEN
008780       COMPUTE desde-lista = general-num - tope-lista
008790       IF desde-lista > tope-lista THEN
008800         MOVE tope-lista TO desde-lista
008810       END-IF
008820       DISPLAY "Con menos suerte:"
008830       MOVE 0 TO puesto
008840       PERFORM VARYING pun-i FROM general-fin BY -1
008850               UNTIL pun-i = 0 OR puesto = desde-lista
008860         IF pun-tiradas(pun-i) NOT < minimo THEN
008870           COMPUTE orden-disp = general-num - puesto
008880           ADD 1 TO puesto
008890           PERFORM MOSTRAR-LINEA-DIGEST
008900         END-IF
008910       END-PERFORM
008920     END-IF.
008930     PERFORM MOSTRAR-SESION-DIGEST.
008940     EXIT.

008950   MOSTRAR-LINEA-DIGEST.
008960     MOVE pun-indice(pun-i) TO indice-disp.
008970     MOVE pun-tiradas(pun-i) TO cifra-disp.
008980     DISPLAY FUNCTION TRIM(orden-disp), ". *",
008990             FUNCTION TRIM(pun-usuario(pun-i)), "* ",
009000             FUNCTION TRIM(indice-disp), " (",
009010             FUNCTION TRIM(cifra-disp), " tiradas)".
009020     EXIT.

009030** La ultima sesion jugada: el de mas y el de menos suerte
009040** (si hay al menos dos jugadores que lleguen al minimo):
009050   MOSTRAR-SESION-DIGEST.
009060     IF sesion-ultima = SPACES THEN
009070       EXIT PARAGRAPH
009080     END-IF.
009090     MOVE 0 TO ses-mejor, ses-peor.
009100     PERFORM VARYING pun-i FROM 1 BY 1 UNTIL pun-i > pun-num
009110       IF pun-tipo(pun-i) = "S" AND
009120          pun-ambito(pun-i) = sesion-ultima AND
009130          pun-tiradas(pun-i) NOT < minimo THEN
009140         IF ses-mejor = 0 THEN
009150           MOVE pun-i TO ses-mejor
009160         END-IF
009170         MOVE pun-i TO ses-peor
009180       END-IF
009190     END-PERFORM.
009200     IF ses-mejor = 0 OR ses-mejor = ses-peor THEN
009210       EXIT PARAGRAPH
009220     END-IF.
009230     MOVE pun-indice(ses-mejor) TO indice-disp.
009240     MOVE pun-indice(ses-peor) TO media-disp.
009250     DISPLAY "Ultima sesion *", FUNCTION TRIM(sesion-ultima),
009260             "*: mas suerte *",
009270             FUNCTION TRIM(pun-usuario(ses-mejor)), "* (",
009280             FUNCTION TRIM(indice-disp), "), menos *",
009290             FUNCTION TRIM(pun-usuario(ses-peor)), "* (",
009300             FUNCTION TRIM(media-disp), ")".
009310     EXIT.
