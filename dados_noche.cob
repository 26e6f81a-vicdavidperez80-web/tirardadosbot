000000* Conductor de los trabajos nocturnos. El programador de
000010* tareas tenia DadosRevisar, DadosTablas, DadosProgramadas,
000020* DadosCopia y, a fin de mes, DadosRotar y DadosCuadre como
000030* entradas sueltas: si una fallaba de madrugada las demas
000040* seguian como si nada (una rotacion sobre una copia que no
000050* se hizo) o nadie se enteraba hasta que faltaba algo. Ahora
000060* el programador lanza solo este programa, que ejecuta los
000070* pasos de un guion en orden y decide que hacer con cada
000080* codigo de salida.
000090*
000100* El guion (noche.dat por defecto) lleva un paso por linea
000110* con los campos " | " de siempre; las lineas que empiezan
000120* por "*" son comentarios:
000130*   paso=copia | correcto=0 | si-falla=parar | clase=copia |
000140*   orden=./dados_copia copiar --todas
000150* "paso=" es el nombre del paso (minusculas, cifras, "-" y
000160* "_"); "orden=" la orden del interprete que lo ejecuta, y
000170* va siempre la ultima, porque se toma tal cual hasta el
000180* final de la linea (puede llevar sus propios " | ").
000190* Opcionales:
000200*   correcto=N  el codigo de salida mas alto que se da por
000210*               bueno (por defecto 0);
000220*   si-falla=   que hacer si el paso sale por encima:
000230*               parar (por defecto) detiene la ejecucion y
000240*               la deja pendiente de reanudar; seguir anota
000250*               el fallo y pasa al siguiente; saltar anota
000260*               el fallo y da por terminada la ejecucion sin
000270*               correr el resto de pasos;
000280*   cuando=     siempre (por defecto), fin-de-mes (solo el
000290*               ultimo dia del mes) o primero-de-mes (solo
000300*               el dia 1);
000310*   clase=      copia, rotacion, cuadre, macros u otra: el
000320*               parte de la manana busca por clase el ultimo
000330*               paso que salio bien.
000340* La salida de cada paso queda en "GUION.PASO.salida" (con
000350* GUION el nombre del guion hasta el primer punto: por
000360* ejemplo noche.copia.salida) y la de un paso fallido se
000370* vuelca tambien en el parte de la ejecucion.
000380*
000390* Punto de control: "GUION.noche.ctl" (el ".noche" evita que
000390* un guion llamado dados.algo pise el dados.ctl del bot)
000400* apunta la ejecucion en curso y cada paso ya terminado. Si
000400* la ejecucion se detiene (o el proceso muere a medias), la
000410* siguiente llamada con el mismo guion la REANUDA: conserva
000420* el numero de ejecucion y la
000430* fecha (un paso de fin de mes sigue tocando aunque se
000440* reanude pasada la medianoche), se salta los pasos hechos
000450* y vuelve a empezar por el que fallo. Al terminar la
000460* ejecucion el punto de control se borra. "--desde-cero" lo
000470* descarta y empieza una ejecucion nueva.
000480*
000490* Registro: cada ejecucion (inicio, reanudacion y final) y
000500* cada paso (codigo de salida, resultado y duracion) se
000510* anotan en ejecuciones.log, una linea " | " por suceso. No
000520* se toma dados.lck: el registro y el punto de control solo
000530* los escribe este programa, y los pasos toman el cerrojo
000540* por su cuenta mientras el conductor espera. El programador
000550* no debe lanzar dos veces a la vez el mismo guion.
000560*
000570* "--informe" no ejecuta nada: lee ejecuciones.log y saca el
000580* parte de la manana, con la ultima ejecucion de cada guion
000590* paso a paso (y si quedo pendiente de reanudar) y, por
000600* clase, el ultimo paso que salio bien y su antiguedad. Una
000610* copia o revision de macros de mas de 26 horas, o una
000620* rotacion o cuadre de mas de 32 dias, salen ATRASADAS.
000630*
000640* Modo de uso:
000650*   DadosNoche [GUION] [--desde-cero] [--mensuales]
000660*   DadosNoche --informe
000670* Opciones:
000680*   --desde-cero: descartar el punto de control pendiente.
000690*   --mensuales: correr tambien los pasos de fin y de
000700*                primero de mes aunque no toque por la
000710*                fecha (para recuperar un cierre perdido).
000720*
000730* Codigo de salida al ejecutar: 0 todos los pasos bien, 4
000740* pasos fallidos con "seguir" o "saltar", 8 ejecucion
000750* detenida o guion erroneo. Con "--informe": 0 todo al dia,
000760* 4 algo atrasado, fallido o pendiente, 8 sin registro.

000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID.       DadosNoche.
000790 AUTHOR.           Pérez.
000800 DATE-WRITTEN.     2026-10-15.

000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SPECIAL-NAMES.
000840     CLASS T_PASO IS "a" THRU "z", "0" THRU "9", "-", "_".
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT f-guion ASSIGN TO DYNAMIC ws-guion-nombre
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS ws-guion-status.
000900     SELECT f-control ASSIGN TO DYNAMIC ws-control-nombre
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS ws-control-status.
000930     SELECT f-registro ASSIGN TO "ejecuciones.log"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS ws-registro-status.
000960     SELECT f-salida ASSIGN TO DYNAMIC ws-salida-nombre
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS ws-salida-status.

000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  f-guion.
001020     01 reg-guion            PIC X(400).
001030 FD  f-control.
001040     01 reg-control          PIC X(200).
001050 FD  f-registro.
001060     01 reg-registro         PIC X(500).
001070 FD  f-salida.
001080     01 reg-salida           PIC X(500).

001090 WORKING-STORAGE SECTION.
001100     77 i                    PIC 9(4) USAGE IS COMP.
001110     77 j                    PIC 9(4) USAGE IS COMP.
001120     77 ws-guion-status      PIC XX.
001130     77 ws-control-status    PIC XX.
001130     77 estado-control       PIC XX.
001140     77 ws-registro-status   PIC XX.
001150     77 ws-salida-status     PIC XX.
001160     01 ws-guion-nombre      PIC X(60) VALUE "noche.dat".
001170     01 ws-control-nombre    PIC X(60) VALUE SPACES.
001180     01 ws-salida-nombre     PIC X(90) VALUE SPACES.
001190     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001200         88 fin-guion              VALUE 1 FALSE 0.
001210     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001220         88 fin-control            VALUE 1 FALSE 0.
001230     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001240         88 fin-registro           VALUE 1 FALSE 0.
001250     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001260         88 fin-salida             VALUE 1 FALSE 0.
001270** Opciones de ejecucion:
001280     01 argumentos-programa.
001290         05 arg              PIC X(130) VALUE SPACES.
001300             88 arg-desde-cero     VALUE "--desde-cero".
001310             88 arg-mensuales      VALUE "--mensuales".
001320             88 arg-informe        VALUE "--informe".
001330         05 numargs          PIC 99 USAGE IS COMP.
001340     77 opt-desde-cero       PIC 9 VALUE 0 USAGE IS COMP.
001350         88 desde-cero             VALUE 1 FALSE 0.
001360     77 opt-mensuales        PIC 9 VALUE 0 USAGE IS COMP.
001370         88 mensuales-forzados     VALUE 1 FALSE 0.
001380     77 opt-informe          PIC 9 VALUE 0 USAGE IS COMP.
001390         88 informe-modo           VALUE 1 FALSE 0.
001400     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001410         88 guion-dado             VALUE 1 FALSE 0.
001420** El nombre corto del guion (hasta el primer punto), que da
001430** nombre al punto de control y a las salidas de los pasos:
001440     01 guion-corto          PIC X(60) VALUE SPACES.
001450** Los pasos del guion:
001460     01 tabla-pasos.
001470         05 pas-num          PIC 99 VALUE 0 USAGE IS COMP.
001480         05 pas-ent OCCURS 30 TIMES.
001490             10 pas-nombre   PIC X(20).
001500             10 pas-orden    PIC X(300).
001510             10 pas-correcto PIC 9(3) USAGE IS COMP.
001520             10 pas-si-falla PIC X(8).
001530                 88 pas-parar          VALUE "parar".
001540                 88 pas-seguir         VALUE "seguir".
001550                 88 pas-saltar         VALUE "saltar".
001560             10 pas-cuando   PIC X(16).
001570                 88 pas-siempre        VALUE "siempre".
001580                 88 pas-fin-de-mes     VALUE "fin-de-mes".
001590                 88 pas-primero-de-mes VALUE "primero-de-mes".
001600             10 pas-clase    PIC X(20).
001610             10 pas-estado   PIC X.
001620                 88 pas-pendiente      VALUE " ".
001630                 88 pas-hecho-antes    VALUE "H".
001640     77 pas-i                PIC 99 USAGE IS COMP.
001650     77 linea-guion          PIC 9(4) USAGE IS COMP.
001660     77 errores-guion        PIC 9(4) VALUE 0 USAGE IS COMP.
001670     77 linea-disp           PIC Z(3)9.
001680** Troceado de cada linea en sus campos " | "; "orden=" se
001690** aparta antes, porque la orden puede llevar " | ":
001700     77 campos-n             PIC 99 USAGE IS COMP.
001710     01 campos-guion.
001720         05 campo-seg        PIC X(200) OCCURS 12 TIMES.
001730     01 campos-linea         PIC X(400) VALUE SPACES.
001740     01 orden-linea          PIC X(400) VALUE SPACES.
001750     77 orden-pos            PIC 9(4) USAGE IS COMP.
001760     77 ds                   PIC 9(4) USAGE IS COMP.
001770     01 valor-txt            PIC X(200) VALUE SPACES.
001780** La ejecucion en curso (nueva o reanudada):
001790     01 ejecucion-id         PIC X(14) VALUE SPACES.
001800     01 ejecucion-fecha      PIC X(8) VALUE SPACES.
001810     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001820         88 reanudando             VALUE 1 FALSE 0.
001830     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001840         88 hay-fin-de-mes         VALUE 1 FALSE 0.
001850     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001860         88 hay-primero-de-mes     VALUE 1 FALSE 0.
001870     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001880         88 ejecucion-detenida     VALUE 1 FALSE 0.
001890     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001900         88 ejecucion-recortada    VALUE 1 FALSE 0.
001910     77 pasos-fallidos      PIC 9(4) VALUE 0 USAGE IS COMP.
001920     77 pasos-hechos-antes   PIC 9(4) VALUE 0 USAGE IS COMP.
001930     77 dias-entero          PIC 9(9) USAGE IS COMP.
001940     77 fecha-num            PIC 9(8).
001950     01 fecha-manana         PIC X(8) VALUE SPACES.
001960** Ejecucion de un paso:
001970     01 comando-sistema      PIC X(500) VALUE SPACES.
001980     77 rc-sistema           PIC S9(9) VALUE 0 USAGE IS COMP.
001990     77 rc-paso              PIC 9(3) VALUE 0 USAGE IS COMP.
002000     01 rc-disp              PIC ZZ9.
002010     01 resultado-paso       PIC X(10) VALUE SPACES.
002020     01 resultado-ejecucion  PIC X(12) VALUE SPACES.
002030     01 sello-inicio         PIC X(14) VALUE SPACES.
002040     01 sello-final          PIC X(14) VALUE SPACES.
002050     77 segundos-inicio      PIC 9(12) USAGE IS COMP.
002060     77 segundos-paso        PIC 9(9) USAGE IS COMP.
002070** Paso de un sello AAAAMMDDhhmmss a segundos:
002080     01 sello-txt.
002090         05 sello-fecha      PIC 9(8).
002100         05 sello-hh         PIC 99.
002110         05 sello-mm         PIC 99.
002120         05 sello-ss         PIC 99.
002130     77 sello-segundos       PIC 9(12) USAGE IS COMP.
002140** La linea del registro: el caller rellena el suceso y el
002150** detalle:
002160     01 evento-txt           PIC X(12) VALUE SPACES.
002170     01 detalle-txt          PIC X(400) VALUE SPACES.
002180     77 detalle-punt         PIC 9(4) USAGE IS COMP.
002190     77 registro-punt        PIC 9(4) USAGE IS COMP.
002200** Existencia de un fichero (CBL_CHECK_FILE_EXIST):
002210     01 existe-nombre        PIC X(60) VALUE SPACES.
002220     01 existe-datos         PIC X(16) VALUE SPACES.
002230** Parte de la manana: la ultima ejecucion de cada guion,
002240** paso a paso, tal como quedo en el registro:
002250     01 tabla-guiones.
002260         05 gui-num          PIC 99 VALUE 0 USAGE IS COMP.
002270         05 gui-ent OCCURS 10 TIMES.
002280             10 gui-nombre   PIC X(60).
002290             10 gui-ejecucion PIC X(14).
002300             10 gui-resultado PIC X(12).
002310             10 gui-rc       PIC X(4).
002320             10 gui-fecha    PIC X(14).
002330             10 gui-pasos-n  PIC 99 USAGE IS COMP.
002340             10 gui-paso OCCURS 30 TIMES.
002350                 15 gpa-nombre    PIC X(20).
002360                 15 gpa-resultado PIC X(10).
002370                 15 gpa-rc        PIC X(4).
002380                 15 gpa-fecha     PIC X(14).
002390                 15 gpa-segundos  PIC X(9).
002400     77 gui-i                PIC 99 USAGE IS COMP.
002410     77 gui-hallado          PIC 99 USAGE IS COMP.
002420     77 gpa-i                PIC 99 USAGE IS COMP.
002430     77 gpa-hallado          PIC 99 USAGE IS COMP.
002440** ...y por clase, el ultimo paso que salio bien. Las cuatro
002450** de siempre van fijas y con su antiguedad maxima en horas:
002460     01 tabla-clases.
002470         05 cla-num          PIC 99 VALUE 0 USAGE IS COMP.
002480         05 cla-ent OCCURS 12 TIMES.
002490             10 cla-nombre   PIC X(20).
002500             10 cla-limite   PIC 9(5) USAGE IS COMP.
002510             10 cla-fecha    PIC X(14).
002520             10 cla-paso     PIC X(20).
002530             10 cla-guion    PIC X(60).
002540     77 cla-i                PIC 99 USAGE IS COMP.
002550     77 cla-hallada          PIC 99 USAGE IS COMP.
002560** Campos de la linea del registro que se esta leyendo:
002570     01 reg-sello            PIC X(14) VALUE SPACES.
002580     01 reg-ejecucion        PIC X(14) VALUE SPACES.
002590     01 reg-guion-nombre     PIC X(60) VALUE SPACES.
002600     01 reg-evento           PIC X(12) VALUE SPACES.
002610     01 reg-paso             PIC X(20) VALUE SPACES.
002620     01 reg-clase            PIC X(20) VALUE SPACES.
002630     01 reg-rc               PIC X(4) VALUE SPACES.
002640     01 reg-resultado        PIC X(12) VALUE SPACES.
002650     01 reg-segundos         PIC X(9) VALUE SPACES.
002660     77 segundos-ahora       PIC 9(12) USAGE IS COMP.
002670     77 edad-segundos        PIC 9(12) USAGE IS COMP.
002680     77 edad-horas           PIC 9(9) USAGE IS COMP.
002690     77 edad-dias            PIC 9(6) USAGE IS COMP.
002700     77 avisos-informe       PIC 9(4) VALUE 0 USAGE IS COMP.
002710     01 linea-parte          PIC X(100) VALUE SPACES.
002720     01 linea-paso.
002730         05 FILLER           PIC X(4) VALUE SPACES.
002740         05 lp-nombre        PIC X(20).
002750         05 FILLER           PIC X VALUE SPACE.
002760         05 lp-resultado     PIC X(10).
002770         05 FILLER           PIC X(4) VALUE " rc=".
002780         05 lp-rc            PIC X(4).
002790         05 FILLER           PIC X VALUE SPACE.
002800         05 lp-hora          PIC X(8).
002810         05 FILLER           PIC X VALUE SPACE.
002820         05 lp-segundos      PIC X(9) JUSTIFIED RIGHT.
002830         05 FILLER           PIC X(2) VALUE " s".
002840     01 linea-clase.
002850         05 FILLER           PIC X(4) VALUE SPACES.
002860         05 lc-nombre        PIC X(12).
002870         05 FILLER           PIC X VALUE SPACE.
002880         05 lc-fecha         PIC X(16).
002890         05 FILLER           PIC X VALUE SPACE.
002900         05 lc-edad          PIC X(16).
002910         05 FILLER           PIC X VALUE SPACE.
002920         05 lc-detalle       PIC X(40).
002930     77 cifra-disp           PIC Z(8)9.
002940     77 cifra2-disp          PIC Z(8)9.

002950 PROCEDURE DIVISION.
002960   LEER-ARGUMENTOS.
002970     INITIALIZE i, numargs.
002980     ACCEPT numargs FROM ARGUMENT-NUMBER.
002990     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
003000       ACCEPT arg FROM ARGUMENT-VALUE
003010       EVALUATE TRUE
003020         WHEN arg-desde-cero SET desde-cero TO TRUE
003030         WHEN arg-mensuales SET mensuales-forzados TO TRUE
003040         WHEN arg-informe SET informe-modo TO TRUE
003050         WHEN arg(1:2) = "--"
003060           PERFORM ARGUMENTO-ERRONEO
003070         WHEN OTHER
003080           IF guion-dado THEN
003090             PERFORM ARGUMENTO-ERRONEO
003100           END-IF
003110           SET guion-dado TO TRUE
003120           MOVE FUNCTION TRIM(arg) TO ws-guion-nombre
003130       END-EVALUATE
003140     END-PERFORM.
003150     IF informe-modo AND
003160        (guion-dado OR desde-cero OR mensuales-forzados) THEN
003170       PERFORM ARGUMENTO-ERRONEO
003180     END-IF.

003190   PROCESO-PRINCIPAL.
003200     IF informe-modo THEN
003210       PERFORM INFORME-MATINAL
003220       STOP RUN
003230     END-IF.
003240     PERFORM FIJAR-NOMBRES.
003250     MOVE FUNCTION CURRENT-DATE(1:14) TO ejecucion-id.
003260     MOVE ejecucion-id(1:8) TO ejecucion-fecha.
003270     PERFORM CARGAR-GUION.
003280     IF errores-guion > 0 OR pas-num = 0 THEN
003290       IF pas-num = 0 AND errores-guion = 0 THEN
003300         DISPLAY "Error! ", FUNCTION TRIM(ws-guion-nombre),
003310                 " no trae ningun paso."
003320       END-IF
003330       MOVE "fin" TO evento-txt
003340       MOVE "resultado=erronea | rc=8" TO detalle-txt
003350       PERFORM REGISTRAR-SUCESO
003360       DISPLAY "Guion rechazado: no se ha ejecutado nada."
003370       MOVE 8 TO RETURN-CODE
003380       STOP RUN
003390     END-IF.
003400     PERFORM PREPARAR-EJECUCION.
003410     PERFORM VARYING pas-i FROM 1 BY 1
003420             UNTIL pas-i > pas-num OR ejecucion-detenida
003430       PERFORM TRATAR-PASO
003440     END-PERFORM.
003450     PERFORM CERRAR-EJECUCION.
003460     STOP RUN.

003470   ARGUMENTO-ERRONEO.
003480     DISPLAY "Error! Argumento erroneo: ", FUNCTION TRIM(arg).
003490     DISPLAY "Uso: DadosNoche [GUION] [--desde-cero]",
003500             " [--mensuales]".
003510     DISPLAY "     DadosNoche --informe".
003520     MOVE 8 TO RETURN-CODE.
003530     STOP RUN.

003540** "noche.dat" da "noche": su punto de control es
003540** noche.noche.ctl:
003550   FIJAR-NOMBRES.
003560     MOVE SPACES TO guion-corto.
003570     UNSTRING ws-guion-nombre DELIMITED BY "."
003580       INTO guion-corto
003590     END-UNSTRING.
003600     IF guion-corto = SPACES THEN
003610       MOVE ws-guion-nombre TO guion-corto
003620     END-IF.
003630     MOVE SPACES TO ws-control-nombre.
003640     STRING FUNCTION TRIM(guion-corto) DELIMITED BY SIZE,
003650            ".noche.ctl" DELIMITED BY SIZE
003660            INTO ws-control-nombre
003670     END-STRING.
003680     EXIT.

003690** Cargar y validar el guion entero antes de ejecutar nada:
003700** un guion con una linea mal escrita no corre a medias.
003710   CARGAR-GUION.
003720     MOVE 0 TO pas-num, linea-guion, errores-guion.
003730     SET fin-guion TO FALSE.
003740     OPEN INPUT f-guion.
003750     IF ws-guion-status NOT = "00" THEN
003760       DISPLAY "Error! No se puede leer ",
003770               FUNCTION TRIM(ws-guion-nombre), "."
003780       ADD 1 TO errores-guion
003790       EXIT PARAGRAPH
003800     END-IF.
003810     PERFORM UNTIL fin-guion
003820       READ f-guion INTO reg-guion
003830         AT END SET fin-guion TO TRUE
003840         NOT AT END
003850           ADD 1 TO linea-guion
003860           IF FUNCTION TRIM(reg-guion) NOT = SPACES AND
003870              FUNCTION TRIM(reg-guion)(1:1) NOT = "*" THEN
003880             PERFORM CARGAR-PASO
003890           END-IF
003900       END-READ
003910     END-PERFORM.
003920     CLOSE f-guion.
003930     EXIT.

003940   CARGAR-PASO.
003950     IF pas-num = 30 THEN
003960       PERFORM ERROR-GUION
003970       DISPLAY "  mas de 30 pasos."
003980       EXIT PARAGRAPH
003990     END-IF.
004000** Apartar "orden=" y lo que le sigue:
004010     MOVE FUNCTION TRIM(reg-guion) TO campos-linea.
004020     MOVE SPACES TO orden-linea.
004030     MOVE 0 TO orden-pos.
004040     IF campos-linea(1:6) = "orden=" THEN
004050       MOVE 1 TO orden-pos
004060     ELSE
004070       MOVE 0 TO ds
004080       INSPECT campos-linea TALLYING ds
004090               FOR CHARACTERS BEFORE INITIAL " | orden="
004100       IF ds < 400 THEN
004110         COMPUTE orden-pos = ds + 4
004120       END-IF
004130     END-IF.
004140     IF orden-pos > 0 THEN
004150       MOVE campos-linea(orden-pos + 6:) TO orden-linea
004160       IF orden-pos > 1 THEN
004170         MOVE SPACES TO campos-linea(orden-pos - 3:)
004180       ELSE
004190         MOVE SPACES TO campos-linea
004200       END-IF
004210     END-IF.
004220     ADD 1 TO pas-num.
004230     MOVE SPACES TO pas-nombre(pas-num), pas-clase(pas-num).
004240     MOVE FUNCTION TRIM(orden-linea) TO pas-orden(pas-num).
004250     MOVE 0 TO pas-correcto(pas-num).
004260     MOVE "parar" TO pas-si-falla(pas-num).
004270     MOVE "siempre" TO pas-cuando(pas-num).
004280     MOVE SPACE TO pas-estado(pas-num).
004290     INITIALIZE campos-guion, campos-n.
004300     IF campos-linea NOT = SPACES THEN
004310       UNSTRING campos-linea DELIMITED BY " | "
004320         INTO campo-seg(1), campo-seg(2), campo-seg(3),
004330              campo-seg(4), campo-seg(5), campo-seg(6),
004340              campo-seg(7), campo-seg(8), campo-seg(9),
004350              campo-seg(10), campo-seg(11), campo-seg(12)
004360         TALLYING IN campos-n
004370       END-UNSTRING
004380     END-IF.
004390     PERFORM VARYING j FROM 1 BY 1 UNTIL j > campos-n
004400       PERFORM CARGAR-CAMPO-PASO
004410     END-PERFORM.
004420     IF pas-nombre(pas-num) = SPACES THEN
004430       PERFORM ERROR-GUION
004440       DISPLAY "  falta 'paso='."
004450     END-IF.
004460     IF FUNCTION STORED-CHAR-LENGTH(orden-linea) > 300 THEN
004470       PERFORM ERROR-GUION
004480       DISPLAY "  la orden pasa de 300 caracteres."
004490     END-IF.
004500     IF pas-orden(pas-num) = SPACES THEN
004510       PERFORM ERROR-GUION
004520       DISPLAY "  falta 'orden=' (que va la ultima)."
004530     END-IF.
004540     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= pas-num
004550       IF pas-nombre(i) = pas-nombre(pas-num) AND
004560          pas-nombre(i) NOT = SPACES THEN
004570         PERFORM ERROR-GUION
004580         DISPLAY "  paso '", FUNCTION TRIM(pas-nombre(i)),
004590                 "' repetido."
004600       END-IF
004610     END-PERFORM.
004620     EXIT.

004630   CARGAR-CAMPO-PASO.
004640     MOVE SPACES TO valor-txt.
004650     EVALUATE TRUE
004660       WHEN campo-seg(j)(1:5) = "paso="
004670         MOVE FUNCTION TRIM(campo-seg(j)(6:)) TO valor-txt
004680         IF valor-txt = SPACES OR
004690            FUNCTION STORED-CHAR-LENGTH(valor-txt) > 20 OR
004700            valor-txt(1:FUNCTION STORED-CHAR-LENGTH(
004710            valor-txt)) IS NOT T_PASO THEN
004720           PERFORM ERROR-GUION
004730           DISPLAY "  paso '", FUNCTION TRIM(valor-txt),
004740                   "': solo minusculas, cifras, '-' y '_'",
004750                   " (hasta 20)."
004760         END-IF
004770         MOVE valor-txt TO pas-nombre(pas-num)
004780       WHEN campo-seg(j)(1:9) = "correcto="
004790         MOVE FUNCTION TRIM(campo-seg(j)(10:)) TO valor-txt
004800         IF valor-txt = SPACES OR
004810            FUNCTION STORED-CHAR-LENGTH(valor-txt) > 3 OR
004820            valor-txt(1:FUNCTION STORED-CHAR-LENGTH(
004830            valor-txt)) IS NOT NUMERIC THEN
004840           PERFORM ERROR-GUION
004850           DISPLAY "  correcto='", FUNCTION TRIM(valor-txt),
004860                   "': ha de ser un codigo de 0 a 999."
004870         ELSE
004880           MOVE FUNCTION NUMVAL(valor-txt)
004890                TO pas-correcto(pas-num)
004900         END-IF
004910       WHEN campo-seg(j)(1:9) = "si-falla="
004920         MOVE FUNCTION TRIM(campo-seg(j)(10:))
004930              TO pas-si-falla(pas-num)
004940         IF NOT pas-parar(pas-num) AND
004950            NOT pas-seguir(pas-num) AND
004960            NOT pas-saltar(pas-num) THEN
004970           PERFORM ERROR-GUION
004980           DISPLAY "  si-falla='",
004990                   FUNCTION TRIM(campo-seg(j)(10:)),
005000                   "': parar, seguir o saltar."
005010         END-IF
005020       WHEN campo-seg(j)(1:7) = "cuando="
005030         MOVE FUNCTION TRIM(campo-seg(j)(8:))
005040              TO pas-cuando(pas-num)
005050         IF NOT pas-siempre(pas-num) AND
005060            NOT pas-fin-de-mes(pas-num) AND
005070            NOT pas-primero-de-mes(pas-num) THEN
005080           PERFORM ERROR-GUION
005090           DISPLAY "  cuando='",
005100                   FUNCTION TRIM(campo-seg(j)(8:)),
005110                   "': siempre, fin-de-mes o primero-de-mes."
005120         END-IF
005130       WHEN campo-seg(j)(1:6) = "clase="
005140         MOVE FUNCTION TRIM(campo-seg(j)(7:)) TO valor-txt
005150         IF valor-txt = SPACES OR
005160            FUNCTION STORED-CHAR-LENGTH(valor-txt) > 20 OR
005170            valor-txt(1:FUNCTION STORED-CHAR-LENGTH(
005180            valor-txt)) IS NOT T_PASO THEN
005190           PERFORM ERROR-GUION
005200           DISPLAY "  clase '", FUNCTION TRIM(valor-txt),
005210                   "': solo minusculas, cifras, '-' y '_'",
005220                   " (hasta 20)."
005230         ELSE
005240           MOVE valor-txt TO pas-clase(pas-num)
005250         END-IF
005260       WHEN OTHER
005270         PERFORM ERROR-GUION
005280         DISPLAY "  campo desconocido '",
005290                 FUNCTION TRIM(campo-seg(j)), "'."
005300     END-EVALUATE.
005310     EXIT.

005320   ERROR-GUION.
005330     ADD 1 TO errores-guion.
005340     MOVE linea-guion TO linea-disp.
005350     DISPLAY "Error en la linea ", FUNCTION TRIM(linea-disp),
005360             " de ", FUNCTION TRIM(ws-guion-nombre), ":".
005370     EXIT.

005380** Nueva ejecucion, o reanudacion de la que dejo pendiente
005390** el punto de control:
005400   PREPARAR-EJECUCION.
005410     SET reanudando TO FALSE.
005420     MOVE ws-control-nombre TO existe-nombre.
005430     PERFORM COMPROBAR-EXISTE.
005440     IF existe-datos NOT = SPACES THEN
005450       IF desde-cero THEN
005460         CALL "CBL_DELETE_FILE" USING ws-control-nombre
005470         MOVE 0 TO RETURN-CODE
005480         DISPLAY "Punto de control descartado: ",
005490                 FUNCTION TRIM(ws-control-nombre), "."
005500       ELSE
005510         PERFORM LEER-PUNTO-CONTROL
005520       END-IF
005530     END-IF.
005540     PERFORM FIJAR-DIAS-DEL-MES.
005550     IF reanudando THEN
005560       MOVE pasos-hechos-antes TO cifra-disp
005570       DISPLAY "Reanudando la ejecucion ", ejecucion-id,
005580               " de ", FUNCTION TRIM(ws-guion-nombre), " (",
005590               FUNCTION TRIM(cifra-disp), " pasos hechos)."
005600       MOVE "reanudacion" TO evento-txt
005610     ELSE
005620       PERFORM ABRIR-PUNTO-CONTROL
005630       DISPLAY "Ejecucion ", ejecucion-id, " de ",
005640               FUNCTION TRIM(ws-guion-nombre), ":"
005650       MOVE "inicio" TO evento-txt
005660     END-IF.
005670     MOVE SPACES TO detalle-txt.
005680     MOVE 1 TO detalle-punt.
005690     STRING "fecha=" DELIMITED BY SIZE,
005700            ejecucion-fecha DELIMITED BY SIZE
005710            INTO detalle-txt WITH POINTER detalle-punt
005720     END-STRING.
005730     IF mensuales-forzados THEN
005740       STRING " | mensuales=forzados" DELIMITED BY SIZE
005750              INTO detalle-txt WITH POINTER detalle-punt
005760       END-STRING
005770     END-IF.
005780     PERFORM REGISTRAR-SUCESO.
005790     EXIT.

005800** El punto de control: una cabecera con la ejecucion y su
005810** fecha, y una linea por paso terminado ("paso=NOMBRE |
005820** resultado=..."). El paso que detuvo la ejecucion no se
005830** apunta, y por eso se repite al reanudar:
005840   LEER-PUNTO-CONTROL.
005850     SET fin-control TO FALSE.
005860     OPEN INPUT f-control.
005870     IF ws-control-status NOT = "00" THEN
005880       EXIT PARAGRAPH
005890     END-IF.
005900     PERFORM UNTIL fin-control
005910       READ f-control INTO reg-control
005920         AT END SET fin-control TO TRUE
005930         NOT AT END
005940           PERFORM TOMAR-LINEA-CONTROL
005950       END-READ
005960     END-PERFORM.
005970     CLOSE f-control.
005980     EXIT.

005990   TOMAR-LINEA-CONTROL.
006000     INITIALIZE campos-guion, campos-n.
006010     UNSTRING reg-control DELIMITED BY " | "
006020       INTO campo-seg(1), campo-seg(2), campo-seg(3),
006030            campo-seg(4)
006040       TALLYING IN campos-n
006050     END-UNSTRING.
006060     IF campo-seg(1)(1:10) = "ejecucion=" THEN
006070       SET reanudando TO TRUE
006080       MOVE campo-seg(1)(11:14) TO ejecucion-id
006090       PERFORM VARYING j FROM 2 BY 1 UNTIL j > campos-n
006100         IF campo-seg(j)(1:6) = "fecha=" THEN
006110           MOVE campo-seg(j)(7:8) TO ejecucion-fecha
006120         END-IF
006130         IF campo-seg(j) = "mensuales=forzados" THEN
006140           SET mensuales-forzados TO TRUE
006150         END-IF
006160       END-PERFORM
006170       EXIT PARAGRAPH
006180     END-IF.
006190     IF campo-seg(1)(1:5) NOT = "paso=" THEN
006200       EXIT PARAGRAPH
006210     END-IF.
006220     PERFORM VARYING i FROM 1 BY 1 UNTIL i > pas-num
006230       IF pas-nombre(i) = campo-seg(1)(6:20) AND
006240          pas-pendiente(i) THEN
006250         SET pas-hecho-antes(i) TO TRUE
006260         ADD 1 TO pasos-hechos-antes
006270         IF campo-seg(2) = "resultado=fallido" THEN
006280           ADD 1 TO pasos-fallidos
006280           IF pas-saltar(i) THEN
006280             SET ejecucion-recortada TO TRUE
006280           END-IF
006290         END-IF
006300       END-IF
006310     END-PERFORM.
006320     EXIT.

006330   ABRIR-PUNTO-CONTROL.
006340     OPEN OUTPUT f-control.
006340     IF ws-control-status NOT = "00" THEN
006340       PERFORM FALLO-PUNTO-CONTROL
006340     END-IF.
006350     MOVE SPACES TO reg-control.
006360     MOVE 1 TO detalle-punt.
006370     STRING "ejecucion=" DELIMITED BY SIZE,
006380            ejecucion-id DELIMITED BY SIZE,
006390            " | guion=" DELIMITED BY SIZE,
006400            FUNCTION TRIM(ws-guion-nombre) DELIMITED BY SIZE,
006410            " | fecha=" DELIMITED BY SIZE,
006420            ejecucion-fecha DELIMITED BY SIZE
006430            INTO reg-control WITH POINTER detalle-punt
006440     END-STRING.
006450     IF mensuales-forzados THEN
006460       STRING " | mensuales=forzados" DELIMITED BY SIZE
006470              INTO reg-control WITH POINTER detalle-punt
006480       END-STRING
006490     END-IF.
006500     WRITE reg-control.
006500     IF ws-control-status NOT = "00" THEN
006500       PERFORM FALLO-PUNTO-CONTROL
006500     END-IF.
006510     CLOSE f-control.
006520     EXIT.

006520** Sin punto de control una ejecucion detenida no se podria
006520** reanudar: no se corre ningun paso:
006520   FALLO-PUNTO-CONTROL.
006520     MOVE ws-control-status TO estado-control.
006520     CLOSE f-control.
006520     CALL "CBL_DELETE_FILE" USING ws-control-nombre.
006520     DISPLAY "Error! No se pudo escribir el punto de control ",
006520             FUNCTION TRIM(ws-control-nombre), " (estado ",
006520             estado-control, "): no se ha ejecutado nada."
006520     MOVE "fin" TO evento-txt.
006520     MOVE "resultado=sin-control | rc=8" TO detalle-txt.
006520     PERFORM REGISTRAR-SUCESO.
006520     MOVE 8 TO RETURN-CODE.
006520     STOP RUN.

006520** El punto de control tiene que existir ya (lo crea
006520** ABRIR-PUNTO-CONTROL): si no se abre o no se escribe, se
006520** detiene la ejecucion para no seguir sin poder reanudarla:
006530   ANOTAR-PUNTO-CONTROL.
006540     OPEN EXTEND f-control.
006540     IF ws-control-status NOT = "00" THEN
006540       PERFORM FALLO-ANOTAR-CONTROL
006540     END-IF.
006550     MOVE SPACES TO reg-control.
006560     STRING "paso=" DELIMITED BY SIZE,
006570            FUNCTION TRIM(pas-nombre(pas-i)) DELIMITED BY SIZE,
006580            " | resultado=" DELIMITED BY SIZE,
006590            FUNCTION TRIM(resultado-paso) DELIMITED BY SIZE
006600            INTO reg-control
006610     END-STRING.
006620     WRITE reg-control.
006620     IF ws-control-status NOT = "00" THEN
006620       PERFORM FALLO-ANOTAR-CONTROL
006620     END-IF.
006630     CLOSE f-control.
006640     EXIT.

006640** El punto de control se deja como esta: conserva los pasos
006640** ya terminados, y al reanudar se repite el que no quedo
006640** apuntado:
006640   FALLO-ANOTAR-CONTROL.
006640     MOVE ws-control-status TO estado-control.
006640     CLOSE f-control.
006640     DISPLAY "Error! No se pudo apuntar el paso ",
006640             FUNCTION TRIM(pas-nombre(pas-i)),
006640             " en el punto de control ",
006640             FUNCTION TRIM(ws-control-nombre), " (estado ",
006640             estado-control, "): se detiene la ejecucion."
006640     MOVE "fin" TO evento-txt.
006640     MOVE "resultado=sin-control | rc=8" TO detalle-txt.
006640     PERFORM REGISTRAR-SUCESO.
006640     MOVE 8 TO RETURN-CODE.
006640     STOP RUN.

006650** Fin y primero de mes segun la fecha de la ejecucion (la
006660** original, si se reanuda):
006670   FIJAR-DIAS-DEL-MES.
006680     SET hay-fin-de-mes TO FALSE.
006690     SET hay-primero-de-mes TO FALSE.
006700     MOVE ejecucion-fecha TO fecha-num.
006710     COMPUTE dias-entero =
006720             FUNCTION INTEGER-OF-DATE(fecha-num) + 1.
006730     MOVE FUNCTION DATE-OF-INTEGER(dias-entero) TO fecha-num.
006740     MOVE fecha-num TO fecha-manana.
006750     IF fecha-manana(7:2) = "01" OR mensuales-forzados THEN
006760       SET hay-fin-de-mes TO TRUE
006770     END-IF.
006780     IF ejecucion-fecha(7:2) = "01" OR mensuales-forzados THEN
006790       SET hay-primero-de-mes TO TRUE
006800     END-IF.
006810     EXIT.

006820   TRATAR-PASO.
006830     IF pas-hecho-antes(pas-i) THEN
006840       DISPLAY "  ", FUNCTION TRIM(pas-nombre(pas-i)),
006850               ": hecho antes de la interrupcion."
006860       EXIT PARAGRAPH
006870     END-IF.
006880     MOVE 0 TO rc-paso, segundos-paso.
006890     EVALUATE TRUE
006900       WHEN ejecucion-recortada
006910         MOVE "saltado" TO resultado-paso
006920       WHEN pas-fin-de-mes(pas-i) AND NOT hay-fin-de-mes
006930         MOVE "omitido" TO resultado-paso
006940       WHEN pas-primero-de-mes(pas-i) AND
006950            NOT hay-primero-de-mes
006960         MOVE "omitido" TO resultado-paso
006970       WHEN OTHER
006980         PERFORM EJECUTAR-PASO
006990     END-EVALUATE.
007000     MOVE rc-paso TO rc-disp.
007010     EVALUATE resultado-paso
007020       WHEN "saltado"
007030         DISPLAY "  ", FUNCTION TRIM(pas-nombre(pas-i)),
007040                 ": saltado."
007050       WHEN "omitido"
007060         DISPLAY "  ", FUNCTION TRIM(pas-nombre(pas-i)),
007070                 ": omitido (", FUNCTION TRIM(
007080                 pas-cuando(pas-i)), ")."
007090       WHEN "correcto"
007100         DISPLAY "  ", FUNCTION TRIM(pas-nombre(pas-i)),
007110                 ": correcto (rc=", FUNCTION TRIM(rc-disp),
007120                 ")."
007130       WHEN OTHER
007140         DISPLAY "  ", FUNCTION TRIM(pas-nombre(pas-i)),
007150                 ": FALLIDO (rc=", FUNCTION TRIM(rc-disp),
007160                 ", si-falla=",
007170                 FUNCTION TRIM(pas-si-falla(pas-i)), ")."
007180         PERFORM MOSTRAR-SALIDA-PASO
007190     END-EVALUATE.
007200     PERFORM REGISTRAR-PASO.
007210     IF resultado-paso = "fallido" THEN
007220       EVALUATE TRUE
007230         WHEN pas-parar(pas-i)
007240           SET ejecucion-detenida TO TRUE
007250           EXIT PARAGRAPH
007260         WHEN pas-seguir(pas-i)
007270           ADD 1 TO pasos-fallidos
007280         WHEN pas-saltar(pas-i)
007290           ADD 1 TO pasos-fallidos
007300           SET ejecucion-recortada TO TRUE
007310       END-EVALUATE
007320     END-IF.
007330     PERFORM ANOTAR-PUNTO-CONTROL.
007340     EXIT.

007350** La orden va entre parentesis para que la redireccion de
007360** la salida cubra tambien sus propios "|" y ";". CALL
007370** "SYSTEM" devuelve el estado de espera: el codigo de salida
007380** viene multiplicado por 256, y un resto es una senal (el
007390** paso murio: se cuenta como 999):
007400   EJECUTAR-PASO.
007410     MOVE SPACES TO ws-salida-nombre.
007420     STRING FUNCTION TRIM(guion-corto) DELIMITED BY SIZE,
007430            "." DELIMITED BY SIZE,
007440            FUNCTION TRIM(pas-nombre(pas-i)) DELIMITED BY SIZE,
007450            ".salida" DELIMITED BY SIZE
007460            INTO ws-salida-nombre
007470     END-STRING.
007480     MOVE SPACES TO comando-sistema.
007490     STRING "(" DELIMITED BY SIZE,
007500            FUNCTION TRIM(pas-orden(pas-i)) DELIMITED BY SIZE,
007510            ") >" DELIMITED BY SIZE,
007520            FUNCTION TRIM(ws-salida-nombre) DELIMITED BY SIZE,
007530            " 2>&1" DELIMITED BY SIZE
007540            INTO comando-sistema
007550     END-STRING.
007560     MOVE FUNCTION CURRENT-DATE(1:14) TO sello-inicio.
007570     MOVE 0 TO RETURN-CODE.
007580     CALL "SYSTEM" USING comando-sistema.
007590     MOVE RETURN-CODE TO rc-sistema.
007600     MOVE 0 TO RETURN-CODE.
007610     MOVE FUNCTION CURRENT-DATE(1:14) TO sello-final.
007620     IF rc-sistema < 0 OR
007630        FUNCTION MOD(rc-sistema, 256) NOT = 0 OR
007640        rc-sistema / 256 > 999 THEN
007650       MOVE 999 TO rc-paso
007660     ELSE
007670       COMPUTE rc-paso = rc-sistema / 256
007680     END-IF.
007690     MOVE sello-inicio TO sello-txt.
007700     PERFORM SEGUNDOS-DE-SELLO.
007710     MOVE sello-segundos TO segundos-inicio.
007720     MOVE sello-final TO sello-txt.
007730     PERFORM SEGUNDOS-DE-SELLO.
007740     IF sello-segundos > segundos-inicio THEN
007750       COMPUTE segundos-paso = sello-segundos - segundos-inicio
007760     END-IF.
007770     IF rc-paso > pas-correcto(pas-i) THEN
007780       MOVE "fallido" TO resultado-paso
007790     ELSE
007800       MOVE "correcto" TO resultado-paso
007810     END-IF.
007820     EXIT.

007830** Volcar al parte lo que dijo el paso fallido, con sangria:
007840   MOSTRAR-SALIDA-PASO.
007850     SET fin-salida TO FALSE.
007860     OPEN INPUT f-salida.
007870     IF ws-salida-status NOT = "00" THEN
007880       EXIT PARAGRAPH
007890     END-IF.
007900     PERFORM UNTIL fin-salida
007910       READ f-salida INTO reg-salida
007920         AT END SET fin-salida TO TRUE
007930         NOT AT END
007940           DISPLAY "      ", FUNCTION TRIM(reg-salida)
007950       END-READ
007960     END-PERFORM.
007970     CLOSE f-salida.
007980     EXIT.

007990   REGISTRAR-PASO.
008000     MOVE "paso" TO evento-txt.
008010     MOVE SPACES TO detalle-txt.
008020     MOVE 1 TO detalle-punt.
008030     STRING "paso=" DELIMITED BY SIZE,
008040            FUNCTION TRIM(pas-nombre(pas-i)) DELIMITED BY SIZE
008050            INTO detalle-txt WITH POINTER detalle-punt
008060     END-STRING.
008070     IF pas-clase(pas-i) NOT = SPACES THEN
008080       STRING " | clase=" DELIMITED BY SIZE,
008090              FUNCTION TRIM(pas-clase(pas-i)) DELIMITED BY SIZE
008100              INTO detalle-txt WITH POINTER detalle-punt
008110       END-STRING
008120     END-IF.
008130     MOVE segundos-paso TO cifra-disp.
008140     STRING " | rc=" DELIMITED BY SIZE,
008150            FUNCTION TRIM(rc-disp) DELIMITED BY SIZE,
008160            " | resultado=" DELIMITED BY SIZE,
008170            FUNCTION TRIM(resultado-paso) DELIMITED BY SIZE,
008180            " | segundos=" DELIMITED BY SIZE,
008190            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
008200            INTO detalle-txt WITH POINTER detalle-punt
008210     END-STRING.
008220     IF resultado-paso = "fallido" THEN
008230       STRING " | si-falla=" DELIMITED BY SIZE,
008240              FUNCTION TRIM(pas-si-falla(pas-i))
008250              DELIMITED BY SIZE
008260              INTO detalle-txt WITH POINTER detalle-punt
008270       END-STRING
008280     END-IF.
008290     PERFORM REGISTRAR-SUCESO.
008300     EXIT.

008310** Cerrar la ejecucion: detenida, el punto de control se
008320** queda para reanudar; si no, se borra.
008330   CERRAR-EJECUCION.
008340     EVALUATE TRUE
008350       WHEN ejecucion-detenida
008360         MOVE "detenida" TO resultado-ejecucion
008370         MOVE 8 TO rc-paso
008380       WHEN ejecucion-recortada
008390         MOVE "recortada" TO resultado-ejecucion
008400         MOVE 4 TO rc-paso
008410       WHEN pasos-fallidos > 0
008420         MOVE "con-fallos" TO resultado-ejecucion
008430         MOVE 4 TO rc-paso
008440       WHEN OTHER
008450         MOVE "completa" TO resultado-ejecucion
008460         MOVE 0 TO rc-paso
008470     END-EVALUATE.
008480     MOVE rc-paso TO rc-disp.
008490     MOVE "fin" TO evento-txt.
008500     MOVE SPACES TO detalle-txt.
008510     STRING "resultado=" DELIMITED BY SIZE,
008520            FUNCTION TRIM(resultado-ejecucion) DELIMITED BY SIZE,
008530            " | rc=" DELIMITED BY SIZE,
008540            FUNCTION TRIM(rc-disp) DELIMITED BY SIZE
008550            INTO detalle-txt
008560     END-STRING.
008570     PERFORM REGISTRAR-SUCESO.
008580     IF ejecucion-detenida THEN
008590       SUBTRACT 1 FROM pas-i
008600       DISPLAY "Ejecucion DETENIDA en el paso ",
008610               FUNCTION TRIM(pas-nombre(pas-i)),
008620               "; la proxima llamada la reanuda desde ahi."
008630       MOVE 8 TO RETURN-CODE
008640       EXIT PARAGRAPH
008650     END-IF.
008660     CALL "CBL_DELETE_FILE" USING ws-control-nombre.
008670     DISPLAY "Ejecucion terminada: ",
008680             FUNCTION TRIM(resultado-ejecucion), ".".
008690     MOVE rc-paso TO RETURN-CODE.
008700     EXIT.

008710** Una linea en ejecuciones.log: fecha, ejecucion, guion,
008720** suceso y el detalle que prepara quien llama:
008730   REGISTRAR-SUCESO.
008740     OPEN EXTEND f-registro.
008750     IF ws-registro-status = "35" THEN
008760       OPEN OUTPUT f-registro
008770       CLOSE f-registro
008780       OPEN EXTEND f-registro
008790     END-IF.
008800     MOVE SPACES TO reg-registro.
008810     MOVE 1 TO registro-punt.
008820     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
008830            " | ejecucion=" DELIMITED BY SIZE,
008840            ejecucion-id DELIMITED BY SIZE,
008850            " | guion=" DELIMITED BY SIZE,
008860            FUNCTION TRIM(ws-guion-nombre) DELIMITED BY SIZE,
008870            " | evento=" DELIMITED BY SIZE,
008880            FUNCTION TRIM(evento-txt) DELIMITED BY SIZE
008890            INTO reg-registro WITH POINTER registro-punt
008900     END-STRING.
008910     IF detalle-txt NOT = SPACES THEN
008920       STRING " | " DELIMITED BY SIZE,
008930              FUNCTION TRIM(detalle-txt) DELIMITED BY SIZE
008940              INTO reg-registro WITH POINTER registro-punt
008950       END-STRING
008960     END-IF.
008970     WRITE reg-registro.
008980     CLOSE f-registro.
008990     EXIT.

009000   SEGUNDOS-DE-SELLO.
009010     IF sello-txt IS NOT NUMERIC THEN
009020       MOVE 0 TO sello-segundos
009030       EXIT PARAGRAPH
009040     END-IF.
009050     COMPUTE sello-segundos =
009060             FUNCTION INTEGER-OF-DATE(sello-fecha) * 86400 +
009070             sello-hh * 3600 + sello-mm * 60 + sello-ss.
009080     EXIT.

009090   COMPROBAR-EXISTE.
009100     MOVE SPACES TO existe-datos.
009110     CALL "CBL_CHECK_FILE_EXIST" USING existe-nombre,
009120                                       existe-datos.
009130     IF RETURN-CODE NOT = 0 THEN
009140       MOVE SPACES TO existe-datos
009150     END-IF.
009160     MOVE 0 TO RETURN-CODE.
009170     EXIT.

009180** El parte de la manana, de ejecuciones.log:
009190   INFORME-MATINAL.
009200     MOVE 4 TO cla-num.
009210     MOVE "copia" TO cla-nombre(1).
009220     MOVE 26 TO cla-limite(1).
009230     MOVE "rotacion" TO cla-nombre(2).
009240     MOVE 768 TO cla-limite(2).
009250     MOVE "cuadre" TO cla-nombre(3).
009260     MOVE 768 TO cla-limite(3).
009270     MOVE "macros" TO cla-nombre(4).
009280     MOVE 26 TO cla-limite(4).
009290     PERFORM VARYING cla-i FROM 1 BY 1 UNTIL cla-i > 12
009300       MOVE SPACES TO cla-fecha(cla-i), cla-paso(cla-i),
009310                      cla-guion(cla-i)
009320     END-PERFORM.
009330     SET fin-registro TO FALSE.
009340     OPEN INPUT f-registro.
009350     IF ws-registro-status NOT = "00" THEN
009360       DISPLAY "Error! No hay ejecuciones.log: DadosNoche no",
009370               " ha corrido nunca."
009380       MOVE 8 TO RETURN-CODE
009390       EXIT PARAGRAPH
009400     END-IF.
009410     PERFORM UNTIL fin-registro
009420       READ f-registro INTO reg-registro
009430         AT END SET fin-registro TO TRUE
009440         NOT AT END
009450           PERFORM TOMAR-LINEA-REGISTRO
009460       END-READ
009470     END-PERFORM.
009480     CLOSE f-registro.
009490     MOVE FUNCTION CURRENT-DATE(1:14) TO sello-txt.
009500     PERFORM SEGUNDOS-DE-SELLO.
009510     MOVE sello-segundos TO segundos-ahora.
009520     MOVE 0 TO avisos-informe.
009530     DISPLAY "Parte de los trabajos nocturnos, ",
009540             sello-txt(1:4), "-", sello-txt(5:2), "-",
009550             sello-txt(7:2), " ", sello-txt(9:2), ":",
009560             sello-txt(11:2), ".".
009570     PERFORM VARYING gui-i FROM 1 BY 1 UNTIL gui-i > gui-num
009580       PERFORM MOSTRAR-GUION
009590     END-PERFORM.
009600     DISPLAY " ".
009610     DISPLAY "Ultimo paso correcto de cada clase:".
009620     PERFORM VARYING cla-i FROM 1 BY 1 UNTIL cla-i > cla-num
009630       PERFORM MOSTRAR-CLASE
009640     END-PERFORM.
009650     IF avisos-informe > 0 THEN
009660       MOVE avisos-informe TO cifra-disp
009670       DISPLAY " "
009680       DISPLAY "Avisos: ", FUNCTION TRIM(cifra-disp), "."
009690       MOVE 4 TO RETURN-CODE
009700     ELSE
009710       MOVE 0 TO RETURN-CODE
009720     END-IF.
009730     EXIT.

009740   TOMAR-LINEA-REGISTRO.
009750     MOVE SPACES TO reg-sello, reg-ejecucion, reg-guion-nombre,
009760                    reg-evento, reg-paso, reg-clase, reg-rc,
009770                    reg-resultado, reg-segundos.
009780     INITIALIZE campos-guion, campos-n.
009790     UNSTRING reg-registro DELIMITED BY " | "
009800       INTO campo-seg(1), campo-seg(2), campo-seg(3),
009810            campo-seg(4), campo-seg(5), campo-seg(6),
009820            campo-seg(7), campo-seg(8), campo-seg(9),
009830            campo-seg(10), campo-seg(11), campo-seg(12)
009840       TALLYING IN campos-n
009850     END-UNSTRING.
009860     MOVE campo-seg(1)(1:14) TO reg-sello.
009870     PERFORM VARYING j FROM 2 BY 1 UNTIL j > campos-n
009880       EVALUATE TRUE
009890         WHEN campo-seg(j)(1:10) = "ejecucion="
009900           MOVE campo-seg(j)(11:) TO reg-ejecucion
009910         WHEN campo-seg(j)(1:6) = "guion="
009920           MOVE campo-seg(j)(7:) TO reg-guion-nombre
009930         WHEN campo-seg(j)(1:7) = "evento="
009940           MOVE campo-seg(j)(8:) TO reg-evento
009950         WHEN campo-seg(j)(1:5) = "paso="
009960           MOVE campo-seg(j)(6:) TO reg-paso
009970         WHEN campo-seg(j)(1:6) = "clase="
009980           MOVE campo-seg(j)(7:) TO reg-clase
009990         WHEN campo-seg(j)(1:3) = "rc="
010000           MOVE campo-seg(j)(4:) TO reg-rc
010010         WHEN campo-seg(j)(1:10) = "resultado="
010020           MOVE campo-seg(j)(11:) TO reg-resultado
010030         WHEN campo-seg(j)(1:9) = "segundos="
010040           MOVE campo-seg(j)(10:) TO reg-segundos
010050       END-EVALUATE
010060     END-PERFORM.
010070     IF reg-guion-nombre = SPACES OR reg-ejecucion = SPACES
010080     THEN
010090       EXIT PARAGRAPH
010100     END-IF.
010110     MOVE 0 TO gui-hallado.
010120     PERFORM VARYING gui-i FROM 1 BY 1
010130             UNTIL gui-i > gui-num OR gui-hallado > 0
010140       IF gui-nombre(gui-i) = reg-guion-nombre THEN
010150         MOVE gui-i TO gui-hallado
010160       END-IF
010170     END-PERFORM.
010180     IF gui-hallado = 0 THEN
010190       IF gui-num = 10 THEN
010200         EXIT PARAGRAPH
010210       END-IF
010220       ADD 1 TO gui-num
010230       MOVE gui-num TO gui-hallado
010240       MOVE reg-guion-nombre TO gui-nombre(gui-num)
010250       MOVE SPACES TO gui-ejecucion(gui-num)
010260     END-IF.
010270** Otra ejecucion del guion: empieza su historia de cero:
010280     IF reg-ejecucion NOT = gui-ejecucion(gui-hallado) THEN
010290       MOVE reg-ejecucion TO gui-ejecucion(gui-hallado)
010300       MOVE SPACES TO gui-resultado(gui-hallado),
010310                      gui-rc(gui-hallado),
010320                      gui-fecha(gui-hallado)
010330       MOVE 0 TO gui-pasos-n(gui-hallado)
010340     END-IF.
010350     EVALUATE reg-evento
010360       WHEN "inicio"
010370       WHEN "reanudacion"
010380         MOVE SPACES TO gui-resultado(gui-hallado),
010390                        gui-rc(gui-hallado)
010400         MOVE reg-sello TO gui-fecha(gui-hallado)
010410       WHEN "fin"
010420         MOVE reg-resultado TO gui-resultado(gui-hallado)
010430         MOVE reg-rc TO gui-rc(gui-hallado)
010440         MOVE reg-sello TO gui-fecha(gui-hallado)
010450       WHEN "paso"
010460         PERFORM ANOTAR-PASO-REGISTRO
010470     END-EVALUATE.
010480     EXIT.

010490   ANOTAR-PASO-REGISTRO.
010500     MOVE 0 TO gpa-hallado.
010510     PERFORM VARYING gpa-i FROM 1 BY 1
010520             UNTIL gpa-i > gui-pasos-n(gui-hallado)
010530                   OR gpa-hallado > 0
010540       IF gpa-nombre(gui-hallado, gpa-i) = reg-paso THEN
010550         MOVE gpa-i TO gpa-hallado
010560       END-IF
010570     END-PERFORM.
010580     IF gpa-hallado = 0 THEN
010590       IF gui-pasos-n(gui-hallado) = 30 THEN
010600         EXIT PARAGRAPH
010610       END-IF
010620       ADD 1 TO gui-pasos-n(gui-hallado)
010630       MOVE gui-pasos-n(gui-hallado) TO gpa-hallado
010640     END-IF.
010650     MOVE reg-paso TO gpa-nombre(gui-hallado, gpa-hallado).
010660     MOVE reg-resultado
010670          TO gpa-resultado(gui-hallado, gpa-hallado).
010680     MOVE reg-rc TO gpa-rc(gui-hallado, gpa-hallado).
010690     MOVE reg-sello TO gpa-fecha(gui-hallado, gpa-hallado).
010700     MOVE reg-segundos
010710          TO gpa-segundos(gui-hallado, gpa-hallado).
010720     IF reg-resultado NOT = "correcto" OR reg-clase = SPACES
010730     THEN
010740       EXIT PARAGRAPH
010750     END-IF.
010760     MOVE 0 TO cla-hallada.
010770     PERFORM VARYING cla-i FROM 1 BY 1
010780             UNTIL cla-i > cla-num OR cla-hallada > 0
010790       IF cla-nombre(cla-i) = reg-clase THEN
010800         MOVE cla-i TO cla-hallada
010810       END-IF
010820     END-PERFORM.
010830     IF cla-hallada = 0 THEN
010840       IF cla-num = 12 THEN
010850         EXIT PARAGRAPH
010860       END-IF
010870       ADD 1 TO cla-num
010880       MOVE cla-num TO cla-hallada
010890       MOVE reg-clase TO cla-nombre(cla-num)
010900       MOVE 0 TO cla-limite(cla-num)
010910     END-IF.
010920     MOVE reg-sello TO cla-fecha(cla-hallada).
010930     MOVE reg-paso TO cla-paso(cla-hallada).
010940     MOVE reg-guion-nombre TO cla-guion(cla-hallada).
010950     EXIT.

010960   MOSTRAR-GUION.
010970     DISPLAY " ".
010980     MOVE SPACES TO linea-parte.
010990     STRING FUNCTION TRIM(gui-nombre(gui-i)) DELIMITED BY SIZE,
011000            ", ejecucion " DELIMITED BY SIZE,
011010            gui-ejecucion(gui-i) DELIMITED BY SIZE,
011020            ": " DELIMITED BY SIZE
011030            INTO linea-parte
011040     END-STRING.
011050     EVALUATE gui-resultado(gui-i)
011060       WHEN "completa"
011070         DISPLAY FUNCTION TRIM(linea-parte), " completa."
011080       WHEN SPACES
011090         ADD 1 TO avisos-informe
011100         DISPLAY FUNCTION TRIM(linea-parte),
011110                 " SIN TERMINAR (sigue en marcha o murio)."
011120       WHEN OTHER
011130         ADD 1 TO avisos-informe
011140         MOVE FUNCTION UPPER-CASE(gui-resultado(gui-i))
011150              TO reg-resultado
011160         DISPLAY FUNCTION TRIM(linea-parte), " ",
011170                 FUNCTION TRIM(reg-resultado), " (rc=",
011180                 FUNCTION TRIM(gui-rc(gui-i)), ")."
011190     END-EVALUATE.
011200     MOVE gui-nombre(gui-i) TO ws-guion-nombre.
011210     PERFORM FIJAR-NOMBRES.
011220     MOVE ws-control-nombre TO existe-nombre.
011230     PERFORM COMPROBAR-EXISTE.
011240     IF existe-datos NOT = SPACES THEN
011250       DISPLAY "  Pendiente de reanudar (",
011260               FUNCTION TRIM(ws-control-nombre), ")."
011270     END-IF.
011280     PERFORM VARYING gpa-i FROM 1 BY 1
011290             UNTIL gpa-i > gui-pasos-n(gui-i)
011300       MOVE gpa-nombre(gui-i, gpa-i) TO lp-nombre
011310       MOVE gpa-resultado(gui-i, gpa-i) TO lp-resultado
011320       MOVE gpa-rc(gui-i, gpa-i) TO lp-rc
011330       MOVE SPACES TO lp-hora
011340       STRING gpa-fecha(gui-i, gpa-i)(9:2) DELIMITED BY SIZE,
011350              ":" DELIMITED BY SIZE,
011360              gpa-fecha(gui-i, gpa-i)(11:2) DELIMITED BY SIZE,
011370              ":" DELIMITED BY SIZE,
011380              gpa-fecha(gui-i, gpa-i)(13:2) DELIMITED BY SIZE
011390              INTO lp-hora
011400       END-STRING
011410       MOVE FUNCTION TRIM(gpa-segundos(gui-i, gpa-i))
011420            TO lp-segundos
011430       DISPLAY linea-paso
011440     END-PERFORM.
011450     EXIT.

011460   MOSTRAR-CLASE.
011470     MOVE cla-nombre(cla-i) TO lc-nombre.
011480     MOVE SPACES TO lc-fecha, lc-edad, lc-detalle.
011490     IF cla-fecha(cla-i) = SPACES THEN
011500       MOVE "nunca" TO lc-fecha
011510       IF cla-limite(cla-i) > 0 THEN
011520         ADD 1 TO avisos-informe
011530         MOVE "ATRASADA" TO lc-detalle
011540       END-IF
011550       DISPLAY linea-clase
011560       EXIT PARAGRAPH
011570     END-IF.
011580     STRING cla-fecha(cla-i)(1:4) DELIMITED BY SIZE,
011590            "-" DELIMITED BY SIZE,
011600            cla-fecha(cla-i)(5:2) DELIMITED BY SIZE,
011610            "-" DELIMITED BY SIZE,
011620            cla-fecha(cla-i)(7:2) DELIMITED BY SIZE,
011630            " " DELIMITED BY SIZE,
011640            cla-fecha(cla-i)(9:2) DELIMITED BY SIZE,
011650            ":" DELIMITED BY SIZE,
011660            cla-fecha(cla-i)(11:2) DELIMITED BY SIZE
011670            INTO lc-fecha
011680     END-STRING.
011690     MOVE cla-fecha(cla-i) TO sello-txt.
011700     PERFORM SEGUNDOS-DE-SELLO.
011710     MOVE 0 TO edad-segundos.
011720     IF segundos-ahora > sello-segundos THEN
011730       COMPUTE edad-segundos = segundos-ahora - sello-segundos
011740     END-IF.
011750     COMPUTE edad-horas = edad-segundos / 3600.
011760     COMPUTE edad-dias = edad-horas / 24.
011770     MOVE edad-dias TO cifra-disp.
011780     COMPUTE cifra2-disp = edad-horas - edad-dias * 24.
011790     STRING "hace " DELIMITED BY SIZE,
011800            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE,
011810            " d " DELIMITED BY SIZE,
011820            FUNCTION TRIM(cifra2-disp) DELIMITED BY SIZE,
011830            " h" DELIMITED BY SIZE
011840            INTO lc-edad
011850     END-STRING.
011860     MOVE SPACES TO lc-detalle.
011870     IF cla-limite(cla-i) > 0 AND
011880        edad-horas > cla-limite(cla-i) THEN
011890       ADD 1 TO avisos-informe
011900       STRING "ATRASADA; " DELIMITED BY SIZE
011910              INTO lc-detalle
011920       END-STRING
011930     END-IF.
011940     MOVE 1 TO detalle-punt.
011950     IF lc-detalle NOT = SPACES THEN
011960       MOVE 11 TO detalle-punt
011970     END-IF.
011980     STRING FUNCTION TRIM(cla-paso(cla-i)) DELIMITED BY SIZE,
011990            " de " DELIMITED BY SIZE,
012000            FUNCTION TRIM(cla-guion(cla-i)) DELIMITED BY SIZE
012010            INTO lc-detalle WITH POINTER detalle-punt
012020     END-STRING.
012030     DISPLAY linea-clase.
012040     EXIT.
