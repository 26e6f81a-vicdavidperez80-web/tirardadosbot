000000* Programa de proceso por lotes para comprobar las sesiones con
000010* semillas comprometidas ("--abrir-sesion=" y "--cerrar-sesion="
000020* de TirarDados). Al abrir una sesion, TirarDados publica en
000030* operaciones.log la huella de un secreto (el SHA-256 de
000040* "NOMBRE:SECRETO"); cada tirada de la sesion lleva en dados.log
000050* su numero ("contador=N") y una semilla que sale del secreto y
000060* de ese numero (la primera palabra del SHA-256 de "SECRETO:N",
000070* modulo 10^8); al cerrarla, publica el secreto y cuantas
000080* semillas repartio.
000090*
000100* Con eso, para cada sesion cerrada, este programa comprueba:
000110*   - que el secreto publicado da la huella publicada;
000120*   - que la semilla de cada tirada de la sesion (en los
000130*     archivos mensuales que se le indiquen y en el registro
000140*     vivo) es la que sale del secreto y de su numero;
000150*   - que ninguna tirada de la sesion, desde su apertura, va
000160*     sin numero (con una semilla elegida por su cuenta) ni
000170*     con un numero mayor que las semillas publicadas.
000180* Los numeros sin ninguna tirada se avisan pero no son fallo:
000190* una orden que se rechaza despues de tomar su semilla (una
000200* expresion mal escrita, por ejemplo) deja su numero sin
000210* usar. Las tiradas de una iniciativa, oposicion o prueba de
000220* grupo comparten numero.
000230*
000240* Las sesiones aun abiertas (o cuyo cierre no llego a
000250* operaciones.log) se listan como pendientes: sin el secreto
000260* no hay nada que comprobar todavia. Con el mismo nombre de
000270* sesion, las tiradas de antes de la apertura son de una
000280* etiqueta corriente y no cuentan.
000290*
000300* Modo de uso:
000310*   [AAAAMM ...]: meses archivados a recorrer tambien, en
000320*                orden (el registro vivo va siempre detras).
000330* Opciones:
000340*   --sesion=NOMBRE: solo esa sesion.
000350*   --mesa=ID: las sesiones de la mesa de juego ID (sus
000360*                apuntes de operaciones.log, ID.dados.log y
000370*                ID.dados-AAAAMM.arc).
000380*
000390* Codigo de salida: 0 todo comprobado y conforme, 4 con avisos
000400* (numeros sin tirada, sesiones sin huella publicada), 8 con
000410* algun fallo, o error.

000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.       DadosSesiones.
000440 AUTHOR.           Pérez.
000450 DATE-WRITTEN.     2026-10-15.

000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SPECIAL-NAMES.
000490     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ws-arc-status.
000550     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ws-log-status.
000580** El diario administrativo: la apertura (con la huella) y el
000590** cierre (con el secreto) de cada sesion:
000600     SELECT f-oper ASSIGN TO "operaciones.log"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ws-oper-status.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  f-arc.
000660     COPY "registro_arc.cpy".
000670 FD  f-log.
000680     01 reg-log              PIC X(25000).
000690 FD  f-oper.
000700     01 reg-oper             PIC X(300).

000710 WORKING-STORAGE SECTION.
000720     77 i                    PIC 9(4) USAGE IS COMP.
000730     77 j                    PIC 9(4) USAGE IS COMP.
000740     77 k                    PIC 9(4) USAGE IS COMP.
000750     77 ws-arc-status        PIC XX.
000760     77 ws-log-status        PIC XX.
000770     77 ws-oper-status       PIC XX.
000780     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
000790     01 ws-log-nombre        PIC X(40) VALUE "dados.log".
000800     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000810         88 fin-arc                VALUE 1 FALSE 0.
000820     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000830         88 fin-log                VALUE 1 FALSE 0.
000840     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000850         88 fin-oper               VALUE 1 FALSE 0.
000860** Opciones de ejecucion:
000870     01 argumentos-programa.
000880         05 arg              PIC X(130) VALUE SPACES.
000890         05 numargs          PIC 99 USAGE IS COMP.
000900     01 opcion-arg-temp      PIC X(120) VALUE SPACES.
000910     77 opt-sesion           PIC 9 VALUE 0 USAGE IS COMP.
000920         88 filtro-sesion          VALUE 1 FALSE 0.
000930     01 sesion-buscada       PIC X(32) VALUE SPACES.
000940** Mesa de juego ("--mesa=ID"): el prefijo de sus ficheros:
000950     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000960     01 mesa-prefijo         PIC X(17) VALUE SPACES.
000970     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000980** Meses pedidos en la linea de comandos:
000990     01 tabla-meses.
001000         05 mes-num          PIC 99 VALUE 0 USAGE IS COMP.
001010         05 mes-pedido       PIC X(6) OCCURS 24 TIMES.
001020     77 linea-actual         PIC 9(9) VALUE 0 USAGE IS COMP.
001030** Troceado de cada registro del log (y de cada apunte del
001040** diario) en sus campos " | ":
001050     77 campos-n             PIC 99 USAGE IS COMP.
001060     01 campos-log.
001070         05 campo-seg        PIC X(250) OCCURS 16 TIMES.
001080     01 log-anula-txt        PIC X(12) VALUE SPACES.
001090     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001100         88 entrada-valida         VALUE 1 FALSE 0.
001110** Un apunte de operaciones.log:
001120     01 oper-fecha           PIC X(14) VALUE SPACES.
001130     01 oper-accion-txt      PIC X(20) VALUE SPACES.
001140     01 oper-mesa-txt        PIC X(60) VALUE SPACES.
001150     01 oper-params-txt      PIC X(250) VALUE SPACES.
001160     01 oper-result-txt      PIC X(60) VALUE SPACES.
001170     01 oper-param-1         PIC X(80) VALUE SPACES.
001180     01 oper-param-2         PIC X(80) VALUE SPACES.
001190     01 oper-semillas-txt    PIC X(12) VALUE SPACES.
001200     01 nombre-temp          PIC X(32) VALUE SPACES.
001210** La tirada en curso, venga del archivo o del log:
001220     01 tirada-leida.
001230         05 tl-fecha         PIC X(14).
001240         05 tl-sesion        PIC X(32).
001250         05 tl-contador      PIC X(12).
001260         05 tl-semilla       PIC X(12).
001270         05 tl-ref           PIC X(16).
001280     77 ref-disp             PIC Z(8)9.
001290     77 contador-num         PIC 9(9) VALUE 0 USAGE IS COMP.
001300** Las sesiones comprometidas de operaciones.log (mas las que
001310** solo aparecen en el log, con numero y sin apertura), con
001320** lo que se va viendo de cada una. "ses-visto" marca los
001330** numeros que tuvieron tirada, para avisar de los huecos:
001340     01 tabla-sesiones.
001350         05 ses-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001360         05 ses-ent OCCURS 100 TIMES.
001370             10 ses-nombre   PIC X(32).
001380             10 ses-estado   PIC X.
001390                 88 ses-sin-apertura   VALUE SPACE.
001400                 88 ses-abierta        VALUE "A".
001410                 88 ses-cerrada        VALUE "C".
001420             10 ses-huella   PIC X(64).
001430             10 ses-secreto  PIC X(32).
001440             10 ses-semillas PIC 9(9) USAGE IS COMP.
001450             10 ses-fecha-abre PIC X(14).
001460             10 ses-fecha-cierre PIC X(14).
001470             10 ses-huella-ok PIC X.
001480             10 ses-tiradas  PIC 9(9) USAGE IS COMP.
001490             10 ses-conformes PIC 9(9) USAGE IS COMP.
001500             10 ses-fallos   PIC 9(9) USAGE IS COMP.
001510             10 ses-vistos.
001520                 15 ses-visto PIC X OCCURS 9999 TIMES.
001530     77 ses-i                PIC 9(4) VALUE 0 USAGE IS COMP.
001540** La ultima semilla calculada: las tiradas de una orden
001550** conjunta comparten numero y no hace falta repetir la cuenta:
001560     77 deriv-ses            PIC 9(4) VALUE 0 USAGE IS COMP.
001570     77 deriv-num            PIC 9(9) VALUE 0 USAGE IS COMP.
001580     77 deriv-punt           PIC 9(4) VALUE 0 USAGE IS COMP.
001590     01 semilla-calc         PIC 9(8) VALUE 0.
001600     01 contador-cifra       PIC Z(8)9.
001610** El SHA-256, como en TirarDados:
001620     COPY "resumen.cpy".
001630** Los numeros sin tirada de una sesion, para el informe:
001640     01 huecos-txt           PIC X(60) VALUE SPACES.
001650     77 huecos-punt          PIC 9(4) VALUE 0 USAGE IS COMP.
001660     77 huecos-num           PIC 9(9) VALUE 0 USAGE IS COMP.
001670     77 huecos-techo         PIC 9(9) VALUE 0 USAGE IS COMP.
001680** Contadores para el resumen:
001690     77 total-tiradas        PIC 9(9) VALUE 0 USAGE IS COMP.
001700     77 total-conformes      PIC 9(9) VALUE 0 USAGE IS COMP.
001710     77 total-fallos         PIC 9(9) VALUE 0 USAGE IS COMP.
001720     77 total-avisos         PIC 9(9) VALUE 0 USAGE IS COMP.
001730     77 total-cerradas       PIC 9(4) VALUE 0 USAGE IS COMP.
001740     77 total-pendientes     PIC 9(4) VALUE 0 USAGE IS COMP.
001750     77 total-omitidas       PIC 9(9) VALUE 0 USAGE IS COMP.
001760     77 ficheros-leidos      PIC 9(4) VALUE 0 USAGE IS COMP.
001770     77 cifra-disp           PIC Z(8)9.
001780     77 cifra2-disp          PIC Z(8)9.
001790     77 cifra3-disp          PIC Z(8)9.
001800     01 fecha-disp           PIC X(19) VALUE SPACES.
001810     01 fecha2-disp          PIC X(19) VALUE SPACES.
001820     01 fecha-temp           PIC X(14) VALUE SPACES.

001830 PROCEDURE DIVISION.
001840   LEER-ARGUMENTOS.
001850     INITIALIZE i, numargs.
001860     ACCEPT numargs FROM ARGUMENT-NUMBER.
001870     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
001880       ACCEPT arg FROM ARGUMENT-VALUE
001890       MOVE FUNCTION LOWER-CASE(arg) TO arg
001900       EVALUATE TRUE
001910         WHEN arg(1:9) = "--sesion="
001920           MOVE arg(10:32) TO opcion-arg-temp
001930           IF opcion-arg-temp = SPACES THEN
001940             PERFORM ARGUMENTO-ERRONEO
001950           END-IF
001960           SET filtro-sesion TO TRUE
001970           MOVE FUNCTION TRIM(opcion-arg-temp) TO sesion-buscada
001980         WHEN arg(1:7) = "--mesa="
001990           PERFORM LEER-ARG-MESA
002000         WHEN arg(1:1) IS NUMERIC
002010           IF FUNCTION TRIM(arg) IS NOT NUMERIC OR
002020              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(arg))
002030              NOT = 6 THEN
002040             PERFORM ARGUMENTO-ERRONEO
002050           END-IF
002060           IF mes-num = 24 THEN
002070             DISPLAY "Error! Demasiados meses (maximo 24)."
002080             MOVE 8 TO RETURN-CODE
002090             STOP RUN
002100           END-IF
002110           ADD 1 TO mes-num
002120           MOVE arg(1:6) TO mes-pedido(mes-num)
002130         WHEN OTHER
002140           PERFORM ARGUMENTO-ERRONEO
002150       END-EVALUATE
002160     END-PERFORM.

002170   COMPROBAR-SESIONES.
002180     PERFORM LEER-OPERACIONES.
002190     MOVE ses-num TO cifra-disp.
002200     IF ws-mesa-id = SPACES THEN
002210       DISPLAY "Sesiones comprometidas en operaciones.log: ",
002220               FUNCTION TRIM(cifra-disp)
002230     ELSE
002240       DISPLAY "Sesiones comprometidas de la mesa ",
002250               FUNCTION TRIM(ws-mesa-id),
002260               " en operaciones.log: ", FUNCTION TRIM(cifra-disp)
002270     END-IF.
002280     PERFORM VARYING ses-i FROM 1 BY 1 UNTIL ses-i > ses-num
002290       PERFORM COMPROBAR-HUELLA
002300     END-PERFORM.
002310     PERFORM VARYING i FROM 1 BY 1 UNTIL i > mes-num
002320       PERFORM LEER-MES
002330     END-PERFORM.
002340     PERFORM LEER-LOG.
002350     IF ficheros-leidos = 0 THEN
002360       DISPLAY "Error! No existe ", FUNCTION TRIM(ws-log-nombre),
002370               " ni ninguno de los archivos pedidos."
002380       MOVE 8 TO RETURN-CODE
002390       STOP RUN
002400     END-IF.
002410     IF filtro-sesion AND ses-num = 0 THEN
002420       DISPLAY "Error! La sesion ", FUNCTION TRIM(sesion-buscada),
002430               " no tiene semillas comprometidas: ni su",
002440               " apertura esta en operaciones.log ni hay"
002450       DISPLAY "tiradas suyas con numero de sesion."
002460       MOVE 8 TO RETURN-CODE
002470       STOP RUN
002480     END-IF.
002490     PERFORM MOSTRAR-INFORME.
002500     IF total-fallos > 0 THEN
002510       MOVE 8 TO RETURN-CODE
002520     ELSE
002530       IF total-avisos > 0 THEN
002540         MOVE 4 TO RETURN-CODE
002550       ELSE
002560         MOVE 0 TO RETURN-CODE
002570       END-IF
002580     END-IF.
002590     STOP RUN.

002600   ARGUMENTO-ERRONEO.
002610     DISPLAY "Error! Argumento no reconocido: '",
002620             FUNCTION TRIM(arg), "'.".
002630     MOVE 8 TO RETURN-CODE.
002640     STOP RUN.

002650** "--mesa=ID": la misma regla que en TirarDados; el registro
002660** y los archivos pasan a ser los de la mesa, y del diario
002670** solo valen los apuntes de esa mesa:
002680   LEER-ARG-MESA.
002690     MOVE arg(8:) TO opcion-arg-temp.
002700     MOVE FUNCTION STORED-CHAR-LENGTH(opcion-arg-temp)
002710          TO mesa-i.
002720     IF opcion-arg-temp = SPACES OR mesa-i > 16 THEN
002730       PERFORM ARGUMENTO-ERRONEO
002740     END-IF.
002750     IF opcion-arg-temp(1:mesa-i) IS NOT T_MESA THEN
002760       PERFORM ARGUMENTO-ERRONEO
002770     END-IF.
002780     MOVE opcion-arg-temp(1:16) TO ws-mesa-id.
002790     MOVE SPACES TO mesa-prefijo, ws-log-nombre.
002800     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
002810            "." DELIMITED BY SIZE
002820            INTO mesa-prefijo
002830     END-STRING.
002840     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
002850            "dados.log" DELIMITED BY SIZE
002860            INTO ws-log-nombre
002870     END-STRING.
002880     EXIT.

002890** Recorrer operaciones.log en busca de las aperturas y los
002900** cierres de sesion de la mesa:
002910   LEER-OPERACIONES.
002920     SET fin-oper TO FALSE.
002930     OPEN INPUT f-oper.
002940     IF ws-oper-status NOT = "00" THEN
002950       DISPLAY "Aviso: no existe operaciones.log; no hay",
002960               " aperturas ni cierres de sesion."
002970       EXIT PARAGRAPH
002980     END-IF.
002990     PERFORM UNTIL fin-oper
003000       READ f-oper
003010         AT END SET fin-oper TO TRUE
003020         NOT AT END PERFORM EXAMINAR-OPERACION
003030       END-READ
003040     END-PERFORM.
003050     CLOSE f-oper.
003060     EXIT.

003070** Un apunte del diario. La apertura trae "sesion=NOMBRE
003080** huella=H" y el cierre "sesion=NOMBRE secreto=S" con
003090** "semillas=N" de resultado. Si un nombre se abre otra vez,
003100** vale la ultima apertura; si se cierra otra vez, el ultimo
003110** cierre (repite el mismo secreto):
003120   EXAMINAR-OPERACION.
003130     INITIALIZE campos-log, campos-n.
003140     MOVE SPACES TO oper-accion-txt, oper-mesa-txt,
003150                    oper-params-txt, oper-result-txt.
003160     UNSTRING reg-oper DELIMITED BY " | "
003170       INTO campo-seg(1), campo-seg(2), campo-seg(3),
003180            campo-seg(4), campo-seg(5), campo-seg(6),
003190            campo-seg(7), campo-seg(8), campo-seg(9),
003200            campo-seg(10), campo-seg(11), campo-seg(12)
003210       TALLYING IN campos-n
003220     END-UNSTRING.
003230     MOVE campo-seg(1)(1:14) TO oper-fecha.
003240     PERFORM VARYING j FROM 2 BY 1 UNTIL j > campos-n
003250       EVALUATE TRUE
003260         WHEN campo-seg(j)(1:7) = "accion="
003270           MOVE campo-seg(j)(8:20) TO oper-accion-txt
003280         WHEN campo-seg(j)(1:5) = "mesa="
003290           MOVE campo-seg(j)(6:60) TO oper-mesa-txt
003300         WHEN campo-seg(j)(1:11) = "parametros="
003310           MOVE campo-seg(j)(12:) TO oper-params-txt
003320         WHEN campo-seg(j)(1:10) = "resultado="
003330           MOVE campo-seg(j)(11:60) TO oper-result-txt
003340       END-EVALUATE
003350     END-PERFORM.
003360     IF oper-mesa-txt NOT = ws-mesa-id THEN
003370       EXIT PARAGRAPH
003380     END-IF.
003390     IF FUNCTION TRIM(oper-accion-txt) NOT = "abrir-sesion" AND
003400        FUNCTION TRIM(oper-accion-txt) NOT = "cerrar-sesion"
003410        THEN
003420       EXIT PARAGRAPH
003430     END-IF.
003440     MOVE SPACES TO oper-param-1, oper-param-2.
003450     UNSTRING oper-params-txt DELIMITED BY ALL " "
003460       INTO oper-param-1, oper-param-2
003470     END-UNSTRING.
003480     IF oper-param-1(1:7) NOT = "sesion=" OR
003490        oper-param-1(8:) = SPACES THEN
003500       EXIT PARAGRAPH
003510     END-IF.
003520     MOVE oper-param-1(8:32) TO nombre-temp.
003530     IF filtro-sesion AND nombre-temp NOT = sesion-buscada THEN
003540       EXIT PARAGRAPH
003550     END-IF.
003560     PERFORM BUSCAR-SESION.
003570     IF FUNCTION TRIM(oper-accion-txt) = "abrir-sesion" THEN
003580       IF ses-i = 0 THEN
003590         PERFORM ALTA-SESION
003600       ELSE
003610         PERFORM LIMPIAR-SESION
003620       END-IF
003630       IF ses-i = 0 THEN
003640         EXIT PARAGRAPH
003650       END-IF
003660       SET ses-abierta(ses-i) TO TRUE
003670       MOVE oper-fecha TO ses-fecha-abre(ses-i)
003680       IF oper-param-2(1:7) = "huella=" THEN
003690         MOVE oper-param-2(8:64) TO ses-huella(ses-i)
003700       END-IF
003710       EXIT PARAGRAPH
003720     END-IF.
003730** Un cierre sin apertura en el diario (no llego a anotarse)
003740** tambien se toma, con la huella en blanco:
003750     IF ses-i = 0 THEN
003760       PERFORM ALTA-SESION
003770       IF ses-i = 0 THEN
003780         EXIT PARAGRAPH
003790       END-IF
003800     END-IF.
003810     SET ses-cerrada(ses-i) TO TRUE.
003820     MOVE oper-fecha TO ses-fecha-cierre(ses-i).
003830     IF oper-param-2(1:8) = "secreto=" THEN
003840       MOVE oper-param-2(9:32) TO ses-secreto(ses-i)
003850     END-IF.
003860     MOVE 0 TO ses-semillas(ses-i).
003870     IF oper-result-txt(1:9) = "semillas=" THEN
003880       MOVE oper-result-txt(10:12) TO oper-semillas-txt
003890       IF oper-semillas-txt NOT = SPACES AND
003900          FUNCTION TRIM(oper-semillas-txt) IS NUMERIC THEN
003910         MOVE FUNCTION NUMVAL(oper-semillas-txt)
003920              TO ses-semillas(ses-i)
003930       END-IF
003940     END-IF.
003950     EXIT.

003960** La sesion de nombre "nombre-temp" en la tabla (ses-i a cero
003970** si no esta):
003980   BUSCAR-SESION.
003990     PERFORM VARYING ses-i FROM 1 BY 1 UNTIL ses-i > ses-num
004000       IF ses-nombre(ses-i) = nombre-temp THEN
004010         EXIT PARAGRAPH
004020       END-IF
004030     END-PERFORM.
004040     MOVE 0 TO ses-i.
004050     EXIT.

004060** Una sesion mas en la tabla; si ya no cabe, ses-i a cero y
004070** se cuenta como omitida:
004080   ALTA-SESION.
004090     IF ses-num = 100 THEN
004100       ADD 1 TO total-omitidas
004110       MOVE 0 TO ses-i
004120       EXIT PARAGRAPH
004130     END-IF.
004140     ADD 1 TO ses-num.
004150     MOVE ses-num TO ses-i.
004160     MOVE nombre-temp TO ses-nombre(ses-i).
004170     PERFORM LIMPIAR-SESION.
004180     EXIT.

004190   LIMPIAR-SESION.
004200     MOVE SPACES TO ses-estado(ses-i), ses-huella(ses-i),
004210                    ses-secreto(ses-i), ses-fecha-abre(ses-i),
004220                    ses-fecha-cierre(ses-i), ses-huella-ok(ses-i),
004230                    ses-vistos(ses-i).
004240     MOVE 0 TO ses-semillas(ses-i), ses-tiradas(ses-i),
004250               ses-conformes(ses-i), ses-fallos(ses-i).
004260     EXIT.

004270** El secreto publicado al cerrar ha de dar la huella publicada
004280** al abrir: si no, el secreto no es el comprometido y nada de
004290** la sesion vale ("S" conforme, "N" no, "?" sin huella):
004300   COMPROBAR-HUELLA.
004310     IF NOT ses-cerrada(ses-i) THEN
004320       EXIT PARAGRAPH
004330     END-IF.
004340     IF ses-huella(ses-i) = SPACES THEN
004350       MOVE "?" TO ses-huella-ok(ses-i)
004360       ADD 1 TO total-avisos
004370       DISPLAY "AVISO: sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
004380               ": su apertura no esta en operaciones.log; el",
004390               " secreto no se puede"
004400       DISPLAY "  contrastar con ninguna huella."
004410       EXIT PARAGRAPH
004420     END-IF.
004430     MOVE SPACES TO res-texto.
004440     MOVE 1 TO deriv-punt.
004450     STRING FUNCTION TRIM(ses-nombre(ses-i)) DELIMITED BY SIZE,
004460            ":" DELIMITED BY SIZE,
004470            ses-secreto(ses-i) DELIMITED BY SIZE
004480            INTO res-texto WITH POINTER deriv-punt
004490     END-STRING.
004500     COMPUTE res-largo = deriv-punt - 1.
004510     PERFORM CALCULAR-RESUMEN.
004520     IF res-hex = ses-huella(ses-i) THEN
004530       MOVE "S" TO ses-huella-ok(ses-i)
004540     ELSE
004550       MOVE "N" TO ses-huella-ok(ses-i)
004560       ADD 1 TO ses-fallos(ses-i), total-fallos
004570       DISPLAY "FALLO: sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
004580               ": el secreto publicado no da la huella",
004590               " publicada."
004600       DISPLAY "  Huella publicada:   ", ses-huella(ses-i)
004610       DISPLAY "  Huella del secreto: ", res-hex
004620     END-IF.
004630     EXIT.

004640** Un archivo mensual entero, registro a registro (el numero
004650** de registro es el que pide "--verificar=AAAAMM/N"):
004660   LEER-MES.
004670     MOVE SPACES TO ws-arc-nombre.
004680     STRING mesa-prefijo DELIMITED BY SPACE,
004690            "dados-" DELIMITED BY SIZE,
004700            mes-pedido(i) DELIMITED BY SIZE,
004710            ".arc" DELIMITED BY SIZE
004720            INTO ws-arc-nombre
004730     END-STRING.
004740     SET fin-arc TO FALSE.
004750     MOVE 0 TO linea-actual.
004760     OPEN INPUT f-arc.
004770     IF ws-arc-status NOT = "00" THEN
004780       DISPLAY "Aviso: no existe el archivo ",
004790               FUNCTION TRIM(ws-arc-nombre), "."
004800       EXIT PARAGRAPH
004810     END-IF.
004820     ADD 1 TO ficheros-leidos.
004830     PERFORM UNTIL fin-arc
004840       READ f-arc
004850         AT END SET fin-arc TO TRUE
004860         NOT AT END
004870           ADD 1 TO linea-actual
004880           PERFORM TOMAR-REGISTRO-ARC
004890       END-READ
004900     END-PERFORM.
004910     CLOSE f-arc.
004920     EXIT.

004930** Un registro del archivo (los apuntes de anulacion, "A", no
004940** son tiradas; las anuladas si, porque tomaron su semilla):
004950   TOMAR-REGISTRO-ARC.
004960     IF arc-anulada = "A" OR arc-fecha IS NOT NUMERIC THEN
004970       EXIT PARAGRAPH
004980     END-IF.
004990     INITIALIZE tirada-leida.
005000     MOVE arc-fecha TO tl-fecha.
005010     MOVE arc-sesion TO tl-sesion.
005020     MOVE arc-contador TO tl-contador.
005030     MOVE arc-semilla TO tl-semilla.
005040     MOVE linea-actual TO ref-disp.
005050     STRING mes-pedido(i) DELIMITED BY SIZE,
005060            "/" DELIMITED BY SIZE,
005070            FUNCTION TRIM(ref-disp) DELIMITED BY SIZE
005080            INTO tl-ref
005090     END-STRING.
005100     PERFORM TOMAR-TIRADA.
005110     EXIT.

005120** El registro vivo, linea a linea (el numero de linea es el
005130** que pide "--verificar=N"):
005140   LEER-LOG.
005150     SET fin-log TO FALSE.
005160     MOVE 0 TO linea-actual.
005170     OPEN INPUT f-log.
005180     IF ws-log-status NOT = "00" THEN
005190       EXIT PARAGRAPH
005200     END-IF.
005210     ADD 1 TO ficheros-leidos.
005220     PERFORM UNTIL fin-log
005230       READ f-log
005240         AT END SET fin-log TO TRUE
005250         NOT AT END
005260           ADD 1 TO linea-actual
005270           IF FUNCTION TRIM(reg-log) NOT = SPACES THEN
005280             PERFORM TOMAR-ENTRADA-LOG
005290           END-IF
005300       END-READ
005310     END-PERFORM.
005320     CLOSE f-log.
005330     EXIT.

005340** Trocear una entrada del log en sus campos " | ", como en
005350** DadosPesca; los apuntes de anulacion no son tiradas:
005360   TOMAR-ENTRADA-LOG.
005370     INITIALIZE campos-log, campos-n, tirada-leida.
005380     MOVE SPACES TO log-anula-txt.
005390     SET entrada-valida TO FALSE.
005400     UNSTRING reg-log DELIMITED BY " | "
005410       INTO campo-seg(1), campo-seg(2), campo-seg(3),
005420            campo-seg(4), campo-seg(5), campo-seg(6),
005430            campo-seg(7), campo-seg(8), campo-seg(9),
005440            campo-seg(10), campo-seg(11), campo-seg(12),
005450            campo-seg(13), campo-seg(14), campo-seg(15),
005460            campo-seg(16)
005470       TALLYING IN campos-n
005480     END-UNSTRING.
005490     MOVE campo-seg(1)(1:14) TO tl-fecha.
005500     PERFORM VARYING j FROM 2 BY 1 UNTIL j > campos-n
005510       EVALUATE TRUE
005520         WHEN campo-seg(j)(1:7) = "sesion="
005530           MOVE campo-seg(j)(8:32) TO tl-sesion
005540         WHEN campo-seg(j)(1:9) = "contador="
005550           MOVE campo-seg(j)(10:12) TO tl-contador
005560         WHEN campo-seg(j)(1:8) = "semilla="
005570           MOVE campo-seg(j)(9:12) TO tl-semilla
005580         WHEN campo-seg(j)(1:6) = "anula="
005590           MOVE campo-seg(j)(7:12) TO log-anula-txt
005600         WHEN campo-seg(j)(1:10) = "resultado="
005610           SET entrada-valida TO TRUE
005620       END-EVALUATE
005630     END-PERFORM.
005640     IF log-anula-txt NOT = SPACES OR NOT entrada-valida OR
005650        tl-fecha IS NOT NUMERIC THEN
005660       EXIT PARAGRAPH
005670     END-IF.
005680     MOVE linea-actual TO ref-disp.
005690     MOVE FUNCTION TRIM(ref-disp) TO tl-ref.
005700     PERFORM TOMAR-TIRADA.
005710     EXIT.

005720** Una tirada, venga de donde venga. Sin sesion, o de una
005730** sesion sin compromiso y sin numero, es una tirada corriente.
005740** Con numero, ha de ser de una sesion cerrada para poder
005750** comprobarla; sin numero, no puede ser de una sesion ya
005760** abierta (en el mismo segundo de la apertura, solo si ya
005770** hubo alguna con numero: las de antes van antes en el log):
005780   TOMAR-TIRADA.
005790     IF tl-sesion = SPACES THEN
005800       EXIT PARAGRAPH
005810     END-IF.
005820     IF filtro-sesion AND tl-sesion NOT = sesion-buscada THEN
005830       EXIT PARAGRAPH
005840     END-IF.
005850     MOVE tl-sesion TO nombre-temp.
005860     PERFORM BUSCAR-SESION.
005870     IF ses-i = 0 THEN
005880       IF tl-contador = SPACES THEN
005890         EXIT PARAGRAPH
005900       END-IF
005910       PERFORM ALTA-SESION
005920       IF ses-i = 0 THEN
005930         EXIT PARAGRAPH
005940       END-IF
005950     END-IF.
005960     IF tl-contador = SPACES THEN
005970       IF ses-fecha-abre(ses-i) = SPACES OR
005980          tl-fecha < ses-fecha-abre(ses-i) THEN
005990         EXIT PARAGRAPH
006000       END-IF
006010       IF tl-fecha = ses-fecha-abre(ses-i) AND
006020          ses-tiradas(ses-i) = 0 THEN
006030         EXIT PARAGRAPH
006040       END-IF
006050       ADD 1 TO ses-tiradas(ses-i), total-tiradas
006060       ADD 1 TO ses-fallos(ses-i), total-fallos
006070       DISPLAY "FALLO: sesion ", FUNCTION TRIM(tl-sesion),
006080               ", --verificar=", FUNCTION TRIM(tl-ref),
006090               ": tirada sin numero de sesion (semilla ",
006100               FUNCTION TRIM(tl-semilla), ")."
006110       EXIT PARAGRAPH
006120     END-IF.
006130     ADD 1 TO ses-tiradas(ses-i), total-tiradas.
006140     IF FUNCTION TRIM(tl-contador) IS NOT NUMERIC THEN
006150       ADD 1 TO ses-fallos(ses-i), total-fallos
006160       DISPLAY "FALLO: sesion ", FUNCTION TRIM(tl-sesion),
006170               ", --verificar=", FUNCTION TRIM(tl-ref),
006180               ": numero de sesion ilegible (",
006190               FUNCTION TRIM(tl-contador), ")."
006200       EXIT PARAGRAPH
006210     END-IF.
006220     MOVE FUNCTION NUMVAL(tl-contador) TO contador-num.
006230     IF contador-num > 0 AND contador-num NOT > 9999 THEN
006240       MOVE "S" TO ses-visto(ses-i, contador-num)
006250     END-IF.
006260     IF NOT ses-cerrada(ses-i) THEN
006270       EXIT PARAGRAPH
006280     END-IF.
006290     IF contador-num = 0 OR
006300        contador-num > ses-semillas(ses-i) THEN
006310       MOVE contador-num TO cifra-disp
006320       MOVE ses-semillas(ses-i) TO cifra2-disp
006330       ADD 1 TO ses-fallos(ses-i), total-fallos
006340       DISPLAY "FALLO: sesion ", FUNCTION TRIM(tl-sesion),
006350               ", --verificar=", FUNCTION TRIM(tl-ref),
006360               ": numero ", FUNCTION TRIM(cifra-disp),
006370               " fuera de las ", FUNCTION TRIM(cifra2-disp),
006380               " semillas publicadas."
006390       EXIT PARAGRAPH
006400     END-IF.
006410     PERFORM DERIVAR-SEMILLA.
006420     IF tl-semilla(1:8) = semilla-calc AND
006430        tl-semilla(9:) = SPACES THEN
006440       ADD 1 TO ses-conformes(ses-i), total-conformes
006450     ELSE
006460       MOVE contador-num TO cifra-disp
006470       ADD 1 TO ses-fallos(ses-i), total-fallos
006480       DISPLAY "FALLO: sesion ", FUNCTION TRIM(tl-sesion),
006490               ", --verificar=", FUNCTION TRIM(tl-ref),
006500               ": el numero ", FUNCTION TRIM(cifra-disp),
006510               " lleva la semilla ", FUNCTION TRIM(tl-semilla),
006520               " y el secreto da ", semilla-calc, "."
006530     END-IF.
006540     EXIT.

006550** La semilla del numero "contador-num" de la sesion ses-i: la
006560** primera palabra del SHA-256 de "SECRETO:N" (N sin ceros
006570** delante), modulo 10^8, la misma cuenta que hace TirarDados:
006580   DERIVAR-SEMILLA.
006590     IF deriv-ses = ses-i AND deriv-num = contador-num THEN
006600       EXIT PARAGRAPH
006610     END-IF.
006620     MOVE contador-num TO contador-cifra.
006630     MOVE SPACES TO res-texto.
006640     MOVE 1 TO deriv-punt.
006650     STRING ses-secreto(ses-i) DELIMITED BY SIZE,
006660            ":" DELIMITED BY SIZE,
006670            FUNCTION TRIM(contador-cifra) DELIMITED BY SIZE
006680            INTO res-texto WITH POINTER deriv-punt
006690     END-STRING.
006700     COMPUTE res-largo = deriv-punt - 1.
006710     PERFORM CALCULAR-RESUMEN.
006720     COMPUTE semilla-calc = FUNCTION MOD(res-primera, 100000000).
006730     MOVE ses-i TO deriv-ses.
006740     MOVE contador-num TO deriv-num.
006750     EXIT.

006760   MOSTRAR-INFORME.
006770     PERFORM VARYING ses-i FROM 1 BY 1 UNTIL ses-i > ses-num
006780       PERFORM MOSTRAR-SESION
006790     END-PERFORM.
006800     DISPLAY " ".
006810     IF total-omitidas > 0 THEN
006820       MOVE total-omitidas TO cifra-disp
006830       ADD 1 TO total-avisos
006840       DISPLAY "Aviso: ", FUNCTION TRIM(cifra-disp),
006850               " sesiones mas no caben en el informe; acota",
006860               " con --sesion=."
006870     END-IF.
006880     MOVE total-cerradas TO cifra-disp.
006890     DISPLAY "Sesiones comprobadas:      ",
006900             FUNCTION TRIM(cifra-disp).
006910     MOVE total-pendientes TO cifra-disp.
006920     DISPLAY "Sesiones pendientes:       ",
006930             FUNCTION TRIM(cifra-disp).
006940     MOVE total-tiradas TO cifra-disp.
006950     DISPLAY "Tiradas de sesion:         ",
006960             FUNCTION TRIM(cifra-disp).
006970     MOVE total-conformes TO cifra-disp.
006980     DISPLAY "Semillas conformes:        ",
006990             FUNCTION TRIM(cifra-disp).
007000     MOVE total-fallos TO cifra-disp.
007010     DISPLAY "Fallos:                    ",
007020             FUNCTION TRIM(cifra-disp).
007030     MOVE total-avisos TO cifra-disp.
007040     DISPLAY "Avisos:                    ",
007050             FUNCTION TRIM(cifra-disp).
007060     EXIT.

007070** Una sesion: su estado, su huella y su secreto, y las
007080** cuentas de sus tiradas:
007090   MOSTRAR-SESION.
007100     DISPLAY " ".
007110     MOVE ses-tiradas(ses-i) TO cifra-disp.
007120     EVALUATE TRUE
007130       WHEN ses-sin-apertura(ses-i)
007140         ADD 1 TO total-avisos
007150         DISPLAY "Sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
007160                 ": SIN APERTURA en operaciones.log"
007170         DISPLAY "  ", FUNCTION TRIM(cifra-disp),
007180                 " tiradas con numero de sesion que no se",
007190                 " pueden comprobar."
007200       WHEN ses-abierta(ses-i)
007210         ADD 1 TO total-pendientes
007220         MOVE ses-fecha-abre(ses-i) TO fecha-disp
007230         PERFORM FORMATEAR-FECHA
007240         DISPLAY "Sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
007250                 ": ABIERTA desde ", fecha-disp,
007260                 ", pendiente de cierre"
007270         DISPLAY "  Huella:  ", ses-huella(ses-i)
007280         DISPLAY "  Tiradas hasta ahora: ",
007290                 FUNCTION TRIM(cifra-disp)
007300       WHEN OTHER
007310         ADD 1 TO total-cerradas
007320         PERFORM MOSTRAR-SESION-CERRADA
007330     END-EVALUATE.
007340     EXIT.

007350   MOSTRAR-SESION-CERRADA.
007360     MOVE ses-fecha-cierre(ses-i) TO fecha-disp.
007370     PERFORM FORMATEAR-FECHA.
007380     MOVE fecha-disp TO fecha2-disp.
007390     IF ses-fallos(ses-i) > 0 THEN
007400       DISPLAY "Sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
007410               ": CERRADA el ", fecha2-disp, ", CON FALLOS"
007420     ELSE
007430       DISPLAY "Sesion ", FUNCTION TRIM(ses-nombre(ses-i)),
007440               ": CERRADA el ", fecha2-disp
007450     END-IF.
007460     IF ses-fecha-abre(ses-i) NOT = SPACES THEN
007470       MOVE ses-fecha-abre(ses-i) TO fecha-disp
007480       PERFORM FORMATEAR-FECHA
007490       DISPLAY "  Abierta el ", fecha-disp
007500     END-IF.
007510     DISPLAY "  Huella:  ", ses-huella(ses-i).
007520     EVALUATE ses-huella-ok(ses-i)
007530       WHEN "S"
007540         DISPLAY "  Secreto: ", ses-secreto(ses-i),
007550                 " (da la huella)"
007560       WHEN "N"
007570         DISPLAY "  Secreto: ", ses-secreto(ses-i),
007580                 " (NO da la huella)"
007590       WHEN OTHER
007600         DISPLAY "  Secreto: ", ses-secreto(ses-i),
007610                 " (sin huella con que contrastarlo)"
007620     END-EVALUATE.
007630     MOVE ses-semillas(ses-i) TO cifra-disp.
007640     MOVE ses-tiradas(ses-i) TO cifra2-disp.
007650     MOVE ses-conformes(ses-i) TO cifra3-disp.
007660     DISPLAY "  Semillas publicadas: ", FUNCTION TRIM(cifra-disp),
007670             "; tiradas: ", FUNCTION TRIM(cifra2-disp),
007680             "; conformes: ", FUNCTION TRIM(cifra3-disp).
007690     PERFORM BUSCAR-HUECOS.
007700     IF huecos-num > 0 THEN
007710       ADD 1 TO total-avisos
007720       MOVE huecos-num TO cifra-disp
007730       DISPLAY "  Aviso: ", FUNCTION TRIM(cifra-disp),
007740               " numeros sin tirada: ", FUNCTION TRIM(huecos-txt)
007750       DISPLAY "  (ordenes rechazadas despues de tomar su",
007760               " semilla, o tiradas de meses no pedidos)"
007770     END-IF.
007780     IF ses-semillas(ses-i) > 9999 THEN
007790       DISPLAY "  Aviso: pasa de 9999 semillas; los huecos solo",
007800               " se buscan entre las 9999 primeras."
007810     END-IF.
007820     EXIT.

007830** Los numeros de 1 a las semillas publicadas que no tuvieron
007840** ninguna tirada; los primeros, en huecos-txt:
007850   BUSCAR-HUECOS.
007860     MOVE 0 TO huecos-num.
007870     MOVE SPACES TO huecos-txt.
007880     MOVE 1 TO huecos-punt.
007890     MOVE ses-semillas(ses-i) TO huecos-techo.
007900     IF huecos-techo > 9999 THEN
007910       MOVE 9999 TO huecos-techo
007920     END-IF.
007930     PERFORM VARYING k FROM 1 BY 1 UNTIL k > huecos-techo
007940       IF ses-visto(ses-i, k) NOT = "S" THEN
007950         ADD 1 TO huecos-num
007960         PERFORM ANOTAR-HUECO
007970       END-IF
007980     END-PERFORM.
007990     EXIT.

008000   ANOTAR-HUECO.
008010     IF huecos-punt > 50 THEN
008020       EXIT PARAGRAPH
008030     END-IF.
008040     IF huecos-punt > 45 THEN
008050       STRING "..." DELIMITED BY SIZE
008060              INTO huecos-txt WITH POINTER huecos-punt
008070       END-STRING
008080       MOVE 51 TO huecos-punt
008090       EXIT PARAGRAPH
008100     END-IF.
008110     MOVE k TO cifra-disp.
008120     STRING FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE,
008130            " " DELIMITED BY SIZE
008140            INTO huecos-txt WITH POINTER huecos-punt
008150     END-STRING.
008160     EXIT.

008170** "AAAAMMDDhhmmss" en fecha-disp pasa a "AAAA-MM-DD hh:mm:ss":
008180   FORMATEAR-FECHA.
008190     MOVE fecha-disp(1:14) TO fecha-temp.
008200     MOVE SPACES TO fecha-disp.
008210     STRING fecha-temp(1:4) "-" fecha-temp(5:2) "-"
008220            fecha-temp(7:2) " " fecha-temp(9:2) ":"
008230            fecha-temp(11:2) ":" fecha-temp(13:2)
008240            DELIMITED BY SIZE
008250            INTO fecha-disp
008260     END-STRING.
008270     EXIT.

008280** El calculo del SHA-256 de las huellas y las semillas:
008290     COPY "resumen_calculo.cpy".
