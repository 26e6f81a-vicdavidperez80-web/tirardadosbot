000000* Programa de proceso por lotes para detectar la "pesca" de
000010* tiradas: el jugador que tira lo mismo varias veces por su
000020* cuenta y solo anuncia la buena. Recorre los archivos
000030* mensuales (dados-AAAAMM.arc) que se le indiquen y despues
000040* el registro vivo (dados.log), y busca rafagas de tiradas
000050* del mismo usuario, en la misma sesion, con la misma
000060* expresion (o una equivalente) dentro de una ventana de
000070* tiempo corta.
000080*
000090* Dos expresiones son equivalentes si solo cambian en
000100* mayusculas, espacios, el "1" implicito de "d20" o "d%" por
000110* "d100", o el orden de los sumandos ("5+1d20" es "1d20+5").
000120* Las expresiones con parentesis o comas solo se igualan tal
000130* cual (sin espacios).
000140*
000150* No cuentan como repeticiones las tiradas que salen juntas de
000160* una sola orden ("conjunta=" en el log: iniciativa,
000170* oposicion o prueba de grupo), los robos de cartas (cada
000180* robo cambia el mazo), las tiradas sin "--usuario=" (no hay
000190* a quien atribuirlas) ni los propios apuntes de anulacion.
000200* Las tiradas anuladas SI cuentan (anular la mala tambien es
000210* pescar), y se senalan en el informe.
000220*
000230* El informe lista las rafagas sospechosas por usuario y
000240* sesion con el resultado de cada tirada y la linea que hay
000250* que pasarle a "--verificar=" para comprobarla.
000260*
000270* Modo de uso:
000280*   [AAAAMM ...]: meses archivados a recorrer tambien, en
000290*                orden (el registro vivo va siempre detras).
000300* Opciones:
000310*   --ventana=N: minutos que abarca una rafaga desde su
000320*                primera tirada (por defecto 10).
000330*   --umbral=N: tiradas de una rafaga para senalarla (por
000340*                defecto 3, como minimo 2).
000350*   --usuario=ID: solo las tiradas de ese usuario.
000360*   --mesa=ID: el registro y los archivos de la mesa de juego
000370*                ID (ID.dados.log, ID.dados-AAAAMM.arc).
000380*
000390* Codigo de salida: 0 sin rafagas sospechosas, 4 con alguna,
000400* 8 error.

000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.       DadosPesca.
000430 AUTHOR.           Pérez.
000440 DATE-WRITTEN.     2026-10-15.

000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS ws-arc-status.
000540     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ws-log-status.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  f-arc.
000600     COPY "registro_arc.cpy".
000610 FD  f-log.
000620     01 reg-log              PIC X(25000).

000630 WORKING-STORAGE SECTION.
000640     77 i                    PIC 9(4) USAGE IS COMP.
000650     77 j                    PIC 9(4) USAGE IS COMP.
000660     77 k                    PIC 9(4) USAGE IS COMP.
000670     77 ws-arc-status        PIC XX.
000680     77 ws-log-status        PIC XX.
000690     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
000700     01 ws-log-nombre        PIC X(40) VALUE "dados.log".
000710     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000720         88 fin-arc                VALUE 1 FALSE 0.
000730     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000740         88 fin-log                VALUE 1 FALSE 0.
000750** Opciones de ejecucion:
000760     01 argumentos-programa.
000770         05 arg              PIC X(130) VALUE SPACES.
000780         05 numargs          PIC 99 USAGE IS COMP.
000790     01 opcion-arg-temp      PIC X(120) VALUE SPACES.
000800     77 opt-usuario          PIC 9 VALUE 0 USAGE IS COMP.
000810         88 filtro-usuario         VALUE 1 FALSE 0.
000820     01 usuario-buscado      PIC X(60) VALUE SPACES.
000830     77 ventana-min          PIC 9(4) VALUE 10 USAGE IS COMP.
000840     77 ventana-seg          PIC 9(9) VALUE 600 USAGE IS COMP.
000850     77 umbral               PIC 99 VALUE 3 USAGE IS COMP.
000860** Mesa de juego ("--mesa=ID"): el prefijo de sus ficheros:
000870     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000880     01 mesa-prefijo         PIC X(17) VALUE SPACES.
000890     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000900** Meses pedidos en la linea de comandos:
000910     01 tabla-meses.
000920         05 mes-num          PIC 99 VALUE 0 USAGE IS COMP.
000930         05 mes-pedido       PIC X(6) OCCURS 24 TIMES.
000940** Anulaciones ("--anular=") del registro vivo: una pasada
000950** previa apunta que numeros de linea quedan anulados, como
000960** en DadosInforme:
000970     01 tabla-anuladas.
000980         05 an-num           PIC 9(4) VALUE 0 USAGE IS COMP.
000990         05 an-linea         PIC 9(9) OCCURS 500 TIMES COMP.
001000     77 linea-actual         PIC 9(9) VALUE 0 USAGE IS COMP.
001010** Troceado de cada registro del log en sus campos " | " (los
001020** bloques de valores no hacen falta y se quedan cortados):
001030     77 campos-n             PIC 99 USAGE IS COMP.
001040     01 campos-log.
001050         05 campo-seg        PIC X(250) OCCURS 16 TIMES.
001060     01 log-anula-txt        PIC X(12) VALUE SPACES.
001070     01 log-result-txt       PIC X(16) VALUE SPACES.
001080     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001090         88 entrada-valida         VALUE 1 FALSE 0.
001100** La tirada en curso, venga del archivo o del log:
001110     01 tirada-leida.
001120         05 tl-fecha         PIC X(14).
001130         05 tl-usuario       PIC X(60).
001140         05 tl-sesion        PIC X(32).
001150         05 tl-expr          PIC X(120).
001160         05 tl-conjunta      PIC X(12).
001170         05 tl-mazo          PIC X(32).
001180         05 tl-resultado     PIC S9(9) USAGE IS COMP.
001190         05 tl-ref           PIC X(16).
001200         05 tl-anulada       PIC X.
001210     77 tl-segundos          PIC 9(11) USAGE IS COMP.
001220     77 fecha-num            PIC 9(8).
001230     01 hora-txt.
001240         05 hora-hh          PIC 99.
001250         05 hora-mm          PIC 99.
001260         05 hora-ss          PIC 99.
001270     77 ref-disp             PIC Z(8)9.
001280** La expresion canonica, para igualar las equivalentes:
001290     01 can-txt              PIC X(120) VALUE SPACES.
001300     01 can-lim              PIC X(121) VALUE SPACES.
001310     01 can-canon            PIC X(120) VALUE SPACES.
001320     77 can-i                PIC 9(4) USAGE IS COMP.
001330     77 can-l                PIC 9(4) USAGE IS COMP.
001340     77 can-cuenta           PIC 9(4) USAGE IS COMP.
001350     01 tabla-sumandos.
001360         05 sum-num          PIC 99 VALUE 0 USAGE IS COMP.
001370         05 sum-txt          PIC X(40) OCCURS 30 TIMES.
001380     01 sum-temp             PIC X(40) VALUE SPACES.
001390     01 sum-cuerpo           PIC X(40) VALUE SPACES.
001400     77 sum-i                PIC 99 USAGE IS COMP.
001410     77 sum-j                PIC 99 USAGE IS COMP.
001420** Rafagas abiertas: usuario, sesion y expresion canonica,
001430** el segundo de su primera tirada y sus tiradas (hasta 20;
001440** las demas solo se cuentan):
001450     01 tabla-rafagas.
001460         05 raf-ent OCCURS 300 TIMES.
001470             10 raf-usuario  PIC X(60).
001480             10 raf-sesion   PIC X(32).
001490             10 raf-canon    PIC X(120).
001500             10 raf-inicio   PIC 9(11) USAGE IS COMP.
001510             10 raf-total    PIC 9(4) USAGE IS COMP.
001520             10 raf-num      PIC 99 USAGE IS COMP.
001530             10 raf-tirada OCCURS 20 TIMES.
001540                 15 rt-fecha PIC X(14).
001550                 15 rt-expr  PIC X(60).
001560                 15 rt-resultado PIC S9(9) USAGE IS COMP.
001570                 15 rt-ref   PIC X(16).
001580                 15 rt-anulada PIC X.
001590     77 raf-i                PIC 9(4) USAGE IS COMP.
001600     77 raf-hallada          PIC 9(4) USAGE IS COMP.
001610     77 raf-libre            PIC 9(4) USAGE IS COMP.
001620     77 raf-vieja            PIC 9(4) USAGE IS COMP.
001630** Rafagas sospechosas (las que llegaron al umbral), con el
001640** mismo formato, para ordenarlas por usuario y sesion:
001650     01 tabla-sospechas.
001660         05 sos-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001670         05 sos-ent OCCURS 200 TIMES.
001680             10 sos-usuario  PIC X(60).
001690             10 sos-sesion   PIC X(32).
001700             10 sos-canon    PIC X(120).
001710             10 sos-inicio   PIC 9(11) USAGE IS COMP.
001720             10 sos-total    PIC 9(4) USAGE IS COMP.
001730             10 sos-num-t    PIC 99 USAGE IS COMP.
001740             10 sos-tirada OCCURS 20 TIMES.
001750                 15 st-fecha PIC X(14).
001760                 15 st-expr  PIC X(60).
001770                 15 st-resultado PIC S9(9) USAGE IS COMP.
001780                 15 st-ref   PIC X(16).
001790                 15 st-anulada PIC X.
001800     01 sos-temp.
001810         05 FILLER           PIC X(60).
001820         05 FILLER           PIC X(32).
001830         05 FILLER           PIC X(120).
001840         05 FILLER           PIC 9(11) USAGE IS COMP.
001850         05 FILLER           PIC 9(4) USAGE IS COMP.
001860         05 FILLER           PIC 99 USAGE IS COMP.
001870         05 FILLER OCCURS 20 TIMES.
001880             10 FILLER       PIC X(14).
001890             10 FILLER       PIC X(60).
001900             10 FILLER       PIC S9(9) USAGE IS COMP.
001910             10 FILLER       PIC X(16).
001920             10 FILLER       PIC X.
001930     01 sos-clave-a          PIC X(106) VALUE SPACES.
001940     01 sos-clave-b          PIC X(106) VALUE SPACES.
001950     01 usuario-previo       PIC X(60) VALUE SPACES.
001960     01 sesion-previa        PIC X(32) VALUE SPACES.
001970** Contadores para el resumen:
001980     77 total-tiradas        PIC 9(9) VALUE 0 USAGE IS COMP.
001990     77 total-conjuntas      PIC 9(9) VALUE 0 USAGE IS COMP.
002000     77 total-sin-usuario    PIC 9(9) VALUE 0 USAGE IS COMP.
002010     77 total-omitidas       PIC 9(9) VALUE 0 USAGE IS COMP.
002020     77 total-usuarios       PIC 9(9) VALUE 0 USAGE IS COMP.
002030     77 ficheros-leidos      PIC 9(4) VALUE 0 USAGE IS COMP.
002040     77 cifra-disp           PIC Z(8)9.
002050     77 cifra2-disp          PIC Z(8)9.
002060     77 result-disp          PIC -(8)9.
002070     01 fecha-disp           PIC X(19) VALUE SPACES.
002080     01 fecha2-disp          PIC X(19) VALUE SPACES.

002090 PROCEDURE DIVISION.
002100   LEER-ARGUMENTOS.
002110     INITIALIZE i, numargs.
002120     ACCEPT numargs FROM ARGUMENT-NUMBER.
002130     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
002140       ACCEPT arg FROM ARGUMENT-VALUE
002150       MOVE FUNCTION LOWER-CASE(arg) TO arg
002160       EVALUATE TRUE
002170         WHEN arg(1:10) = "--usuario="
002180           SET filtro-usuario TO TRUE
002190           MOVE arg(11:60) TO opcion-arg-temp
002200           MOVE FUNCTION TRIM(opcion-arg-temp)
002210                TO usuario-buscado
002220         WHEN arg(1:10) = "--ventana="
002230           MOVE arg(11:) TO opcion-arg-temp
002240           IF FUNCTION TRIM(opcion-arg-temp) IS NOT NUMERIC OR
002250              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
002260              opcion-arg-temp)) > 4 THEN
002270             PERFORM ARGUMENTO-ERRONEO
002280           END-IF
002290           MOVE FUNCTION NUMVAL(opcion-arg-temp) TO ventana-min
002300           IF ventana-min = 0 OR ventana-min > 1440 THEN
002310             PERFORM ARGUMENTO-ERRONEO
002320           END-IF
002330           COMPUTE ventana-seg = ventana-min * 60
002340         WHEN arg(1:9) = "--umbral="
002350           MOVE arg(10:) TO opcion-arg-temp
002360           IF FUNCTION TRIM(opcion-arg-temp) IS NOT NUMERIC OR
002370              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
002380              opcion-arg-temp)) > 2 THEN
002390             PERFORM ARGUMENTO-ERRONEO
002400           END-IF
002410           MOVE FUNCTION NUMVAL(opcion-arg-temp) TO umbral
002420           IF umbral < 2 OR umbral > 20 THEN
002430             PERFORM ARGUMENTO-ERRONEO
002440           END-IF
002450         WHEN arg(1:7) = "--mesa="
002460           PERFORM LEER-ARG-MESA
002470         WHEN arg(1:1) IS NUMERIC
002480           IF FUNCTION TRIM(arg) IS NOT NUMERIC OR
002490              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(arg))
002500              NOT = 6 THEN
002510             PERFORM ARGUMENTO-ERRONEO
002520           END-IF
002530           IF mes-num = 24 THEN
002540             DISPLAY "Error! Demasiados meses (maximo 24)."
002550             MOVE 8 TO RETURN-CODE
002560             STOP RUN
002570           END-IF
002580           ADD 1 TO mes-num
002590           MOVE arg(1:6) TO mes-pedido(mes-num)
002600         WHEN OTHER
002610           PERFORM ARGUMENTO-ERRONEO
002620       END-EVALUATE
002630     END-PERFORM.

002640   BUSCAR-RAFAGAS.
002650     PERFORM VARYING i FROM 1 BY 1 UNTIL i > mes-num
002660       PERFORM LEER-MES
002670     END-PERFORM.
002680     PERFORM LEER-LOG.
002690     IF ficheros-leidos = 0 THEN
002700       DISPLAY "Error! No existe ", FUNCTION TRIM(ws-log-nombre),
002710               " ni ninguno de los archivos pedidos."
002720       MOVE 8 TO RETURN-CODE
002730       STOP RUN
002740     END-IF.
002750** Las rafagas que siguen abiertas al final tambien cuentan:
002760     PERFORM VARYING raf-i FROM 1 BY 1 UNTIL raf-i > 300
002770       IF raf-total(raf-i) > 0 THEN
002780         PERFORM CERRAR-RAFAGA
002790       END-IF
002800     END-PERFORM.
002810     PERFORM ORDENAR-SOSPECHAS.
002820     PERFORM MOSTRAR-INFORME.
002830     IF sos-num + total-omitidas > 0 THEN
002840       MOVE 4 TO RETURN-CODE
002850     ELSE
002860       MOVE 0 TO RETURN-CODE
002870     END-IF.
002880     STOP RUN.

002890   ARGUMENTO-ERRONEO.
002900     DISPLAY "Error! Argumento no reconocido: '",
002910             FUNCTION TRIM(arg), "'.".
002920     MOVE 8 TO RETURN-CODE.
002930     STOP RUN.

002940** "--mesa=ID": la misma regla que en TirarDados; el registro
002950** y los archivos pasan a ser los de la mesa:
002960   LEER-ARG-MESA.
002970     MOVE arg(8:) TO opcion-arg-temp.
002980     MOVE FUNCTION STORED-CHAR-LENGTH(opcion-arg-temp)
002990          TO mesa-i.
003000     IF opcion-arg-temp = SPACES OR mesa-i > 16 THEN
003010       PERFORM ARGUMENTO-ERRONEO
003020     END-IF.
003030     IF opcion-arg-temp(1:mesa-i) IS NOT T_MESA THEN
003040       PERFORM ARGUMENTO-ERRONEO
003050     END-IF.
003060     MOVE opcion-arg-temp(1:16) TO ws-mesa-id.
003070     MOVE SPACES TO mesa-prefijo, ws-log-nombre.
003080     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
003090            "." DELIMITED BY SIZE
003100            INTO mesa-prefijo
003110     END-STRING.
003120     STRING FUNCTION TRIM(mesa-prefijo) DELIMITED BY SIZE,
003130            "dados.log" DELIMITED BY SIZE
003140            INTO ws-log-nombre
003150     END-STRING.
003160     EXIT.

003170** Un archivo mensual entero, registro a registro (el numero
003180** de registro es el que pide "--verificar=AAAAMM/N"):
003190   LEER-MES.
003200     MOVE SPACES TO ws-arc-nombre.
003210     STRING mesa-prefijo DELIMITED BY SPACE,
003220            "dados-" DELIMITED BY SIZE,
003230            mes-pedido(i) DELIMITED BY SIZE,
003240            ".arc" DELIMITED BY SIZE
003250            INTO ws-arc-nombre
003260     END-STRING.
003270     SET fin-arc TO FALSE.
003280     MOVE 0 TO linea-actual.
003290     OPEN INPUT f-arc.
003300     IF ws-arc-status NOT = "00" THEN
003310       DISPLAY "Aviso: no existe el archivo ",
003320               FUNCTION TRIM(ws-arc-nombre), "."
003330       EXIT PARAGRAPH
003340     END-IF.
003350     ADD 1 TO ficheros-leidos.
003360     PERFORM UNTIL fin-arc
003370       READ f-arc
003380         AT END SET fin-arc TO TRUE
003390         NOT AT END
003400           ADD 1 TO linea-actual
003410           PERFORM TOMAR-REGISTRO-ARC
003420       END-READ
003430     END-PERFORM.
003440     CLOSE f-arc.
003450     EXIT.

003460** Un registro del archivo: los apuntes de anulacion ("A") no
003470** son tiradas; las anuladas ("S") se llevan marcadas:
003480   TOMAR-REGISTRO-ARC.
003490     IF arc-anulada = "A" OR arc-fecha IS NOT NUMERIC THEN
003500       EXIT PARAGRAPH
003510     END-IF.
003520     MOVE arc-fecha TO tl-fecha.
003530     MOVE FUNCTION LOWER-CASE(arc-usuario) TO tl-usuario.
003540     MOVE arc-sesion TO tl-sesion.
003550     MOVE arc-expr TO tl-expr.
003560     MOVE arc-conjunta TO tl-conjunta.
003570     MOVE arc-mazo TO tl-mazo.
003580     MOVE arc-resultado TO tl-resultado.
003590     MOVE linea-actual TO ref-disp.
003600     MOVE SPACES TO tl-ref.
003610     STRING mes-pedido(i) DELIMITED BY SIZE,
003620            "/" DELIMITED BY SIZE,
003630            FUNCTION TRIM(ref-disp) DELIMITED BY SIZE
003640            INTO tl-ref
003650     END-STRING.
003660     MOVE SPACE TO tl-anulada.
003670     IF arc-anulada = "S" THEN
003680       MOVE "S" TO tl-anulada
003690     END-IF.
003700     PERFORM TOMAR-TIRADA.
003710     EXIT.

003720** El registro vivo, linea a linea (el numero de linea es el
003730** que pide "--verificar=N"):
003740   LEER-LOG.
003750     PERFORM LOCALIZAR-ANULACIONES.
003760     SET fin-log TO FALSE.
003770     MOVE 0 TO linea-actual.
003780     OPEN INPUT f-log.
003790     IF ws-log-status NOT = "00" THEN
003800       EXIT PARAGRAPH
003810     END-IF.
003820     ADD 1 TO ficheros-leidos.
003830     PERFORM UNTIL fin-log
003840       READ f-log
003850         AT END SET fin-log TO TRUE
003860         NOT AT END
003870           ADD 1 TO linea-actual
003880           IF FUNCTION TRIM(reg-log) NOT = SPACES THEN
003890             PERFORM TOMAR-ENTRADA-LOG
003900           END-IF
003910       END-READ
003920     END-PERFORM.
003930     CLOSE f-log.
003940     EXIT.

003950** La pasada previa: que numeros de linea quedan anulados:
003960   LOCALIZAR-ANULACIONES.
003970     MOVE 0 TO an-num.
003980     SET fin-log TO FALSE.
003990     OPEN INPUT f-log.
004000     IF ws-log-status NOT = "00" THEN
004010       EXIT PARAGRAPH
004020     END-IF.
004030     PERFORM UNTIL fin-log
004040       READ f-log
004050         AT END SET fin-log TO TRUE
004060         NOT AT END
004070           MOVE SPACES TO campo-seg(1), campo-seg(2)
004080           UNSTRING reg-log DELIMITED BY " | anula="
004090             INTO campo-seg(1), campo-seg(2)
004100           END-UNSTRING
004110           MOVE SPACES TO log-anula-txt
004120           UNSTRING campo-seg(2) DELIMITED BY " "
004130             INTO log-anula-txt
004140           END-UNSTRING
004150           IF log-anula-txt NOT = SPACES AND
004160              FUNCTION TRIM(log-anula-txt) IS NUMERIC AND
004170              an-num < 500 THEN
004180             ADD 1 TO an-num
004190             MOVE FUNCTION NUMVAL(log-anula-txt)
004200                  TO an-linea(an-num)
004210           END-IF
004220       END-READ
004230     END-PERFORM.
004240     CLOSE f-log.
004250     EXIT.

004260** Trocear una entrada del log en sus campos " | " y
004270** repartirlos segun su prefijo, como en DadosInforme:
004280   TOMAR-ENTRADA-LOG.
004290     INITIALIZE campos-log, campos-n, tirada-leida.
004300     MOVE SPACES TO log-anula-txt, log-result-txt.
004310     SET entrada-valida TO FALSE.
004320     UNSTRING reg-log DELIMITED BY " | "
004330       INTO campo-seg(1), campo-seg(2), campo-seg(3),
004340            campo-seg(4), campo-seg(5), campo-seg(6),
004350            campo-seg(7), campo-seg(8), campo-seg(9),
004360            campo-seg(10), campo-seg(11), campo-seg(12),
004370            campo-seg(13), campo-seg(14), campo-seg(15),
004380            campo-seg(16)
004390       TALLYING IN campos-n
004400     END-UNSTRING.
004410     MOVE campo-seg(1)(1:14) TO tl-fecha.
004420     PERFORM VARYING j FROM 2 BY 1 UNTIL j > campos-n
004430       EVALUATE TRUE
004440         WHEN campo-seg(j)(1:5) = "expr="
004450           MOVE campo-seg(j)(6:120) TO tl-expr
004460         WHEN campo-seg(j)(1:8) = "usuario="
004470           MOVE FUNCTION LOWER-CASE(campo-seg(j)(9:60))
004480                TO tl-usuario
004490         WHEN campo-seg(j)(1:7) = "sesion="
004500           MOVE campo-seg(j)(8:32) TO tl-sesion
004510         WHEN campo-seg(j)(1:9) = "conjunta="
004520           MOVE campo-seg(j)(10:12) TO tl-conjunta
004530         WHEN campo-seg(j)(1:5) = "mazo="
004540           MOVE campo-seg(j)(6:32) TO tl-mazo
004550         WHEN campo-seg(j)(1:6) = "anula="
004560           MOVE campo-seg(j)(7:12) TO log-anula-txt
004570         WHEN campo-seg(j)(1:10) = "resultado="
004580           MOVE campo-seg(j)(11:16) TO log-result-txt
004590           SET entrada-valida TO TRUE
004600       END-EVALUATE
004610     END-PERFORM.
004620     IF log-anula-txt NOT = SPACES OR NOT entrada-valida OR
004630        tl-expr = SPACES OR tl-fecha IS NOT NUMERIC THEN
004640       EXIT PARAGRAPH
004650     END-IF.
004660     MOVE FUNCTION TRIM(log-result-txt) TO log-result-txt.
004670     IF log-result-txt(1:1) = "-" THEN
004680       IF FUNCTION TRIM(log-result-txt(2:15)) IS NUMERIC THEN
004690         MOVE FUNCTION TRIM(log-result-txt(2:15))
004700              TO tl-resultado
004710         COMPUTE tl-resultado = 0 - tl-resultado
004720       END-IF
004730     ELSE
004740       IF FUNCTION TRIM(log-result-txt) IS NUMERIC THEN
004750         MOVE FUNCTION TRIM(log-result-txt) TO tl-resultado
004760       END-IF
004770     END-IF.
004780     MOVE linea-actual TO ref-disp.
004790     MOVE FUNCTION TRIM(ref-disp) TO tl-ref.
004800     MOVE SPACE TO tl-anulada.
004810     PERFORM VARYING j FROM 1 BY 1 UNTIL j > an-num
004820       IF an-linea(j) = linea-actual THEN
004830         MOVE "S" TO tl-anulada
004840       END-IF
004850     END-PERFORM.
004860     PERFORM TOMAR-TIRADA.
004870     EXIT.

004880** Una tirada, venga de donde venga: filtrarla y meterla en
004890** la rafaga que le toque (abriendo otra si la suya ya se
004900** salio de la ventana):
004910   TOMAR-TIRADA.
004920     IF tl-conjunta NOT = SPACES THEN
004930       ADD 1 TO total-conjuntas
004940       EXIT PARAGRAPH
004950     END-IF.
004960     IF tl-mazo NOT = SPACES THEN
004970       EXIT PARAGRAPH
004980     END-IF.
004990     IF tl-usuario = SPACES THEN
005000       ADD 1 TO total-sin-usuario
005010       EXIT PARAGRAPH
005020     END-IF.
005030     IF filtro-usuario AND tl-usuario NOT = usuario-buscado THEN
005040       EXIT PARAGRAPH
005050     END-IF.
005060     ADD 1 TO total-tiradas.
005070     MOVE tl-fecha(1:8) TO fecha-num.
005080     MOVE tl-fecha(9:6) TO hora-txt.
005090     COMPUTE tl-segundos =
005100             FUNCTION INTEGER-OF-DATE(fecha-num) * 86400 +
005110             hora-hh * 3600 + hora-mm * 60 + hora-ss.
005120     PERFORM CANONIZAR-EXPR.
005130     MOVE 0 TO raf-hallada, raf-libre.
005140     PERFORM VARYING raf-i FROM 1 BY 1
005150             UNTIL raf-i > 300 OR raf-hallada > 0
005160       IF raf-total(raf-i) = 0 THEN
005170         IF raf-libre = 0 THEN
005180           MOVE raf-i TO raf-libre
005190         END-IF
005200       ELSE
005210         IF raf-usuario(raf-i) = tl-usuario AND
005220            raf-sesion(raf-i) = tl-sesion AND
005230            raf-canon(raf-i) = can-canon THEN
005240           MOVE raf-i TO raf-hallada
005250         END-IF
005260       END-IF
005270     END-PERFORM.
005280     IF raf-hallada > 0 THEN
005290       MOVE raf-hallada TO raf-i
005300       IF tl-segundos NOT > raf-inicio(raf-i) + ventana-seg
005310          AND tl-segundos NOT < raf-inicio(raf-i) THEN
005320         PERFORM ANADIR-A-RAFAGA
005330         EXIT PARAGRAPH
005340       END-IF
005350       PERFORM CERRAR-RAFAGA
005360       PERFORM ABRIR-RAFAGA
005370       EXIT PARAGRAPH
005380     END-IF.
005390     IF raf-libre = 0 THEN
005400       PERFORM LIBERAR-RAFAGA
005410     END-IF.
005420     MOVE raf-libre TO raf-i.
005430     PERFORM ABRIR-RAFAGA.
005440     EXIT.

005450** Sin hueco en la tabla: se cierran las rafagas que ya se
005460** salieron de su ventana y, si ninguna, la mas antigua:
005470   LIBERAR-RAFAGA.
005480     MOVE 1 TO raf-vieja.
005490     PERFORM VARYING raf-i FROM 1 BY 1 UNTIL raf-i > 300
005500       IF raf-inicio(raf-i) + ventana-seg < tl-segundos THEN
005510         PERFORM CERRAR-RAFAGA
005520         MOVE raf-i TO raf-libre
005530       ELSE
005540         IF raf-inicio(raf-i) < raf-inicio(raf-vieja) THEN
005550           MOVE raf-i TO raf-vieja
005560         END-IF
005570       END-IF
005580     END-PERFORM.
005590     IF raf-libre = 0 THEN
005600       MOVE raf-vieja TO raf-i
005610       PERFORM CERRAR-RAFAGA
005620       MOVE raf-vieja TO raf-libre
005630     END-IF.
005640     EXIT.

005650   ABRIR-RAFAGA.
005660     MOVE tl-usuario TO raf-usuario(raf-i).
005670     MOVE tl-sesion TO raf-sesion(raf-i).
005680     MOVE can-canon TO raf-canon(raf-i).
005690     MOVE tl-segundos TO raf-inicio(raf-i).
005700     MOVE 0 TO raf-total(raf-i), raf-num(raf-i).
005710     PERFORM ANADIR-A-RAFAGA.
005720     EXIT.

005730   ANADIR-A-RAFAGA.
005740     ADD 1 TO raf-total(raf-i).
005750     IF raf-num(raf-i) = 20 THEN
005760       EXIT PARAGRAPH
005770     END-IF.
005780     ADD 1 TO raf-num(raf-i).
005790     MOVE raf-num(raf-i) TO k.
005800     MOVE tl-fecha TO rt-fecha(raf-i, k).
005810     MOVE tl-expr TO rt-expr(raf-i, k).
005820     MOVE tl-resultado TO rt-resultado(raf-i, k).
005830     MOVE tl-ref TO rt-ref(raf-i, k).
005840     MOVE tl-anulada TO rt-anulada(raf-i, k).
005850     EXIT.

005860** Cerrar la rafaga raf-i: si llego al umbral pasa a la
005870** lista de sospechosas; en todo caso, el hueco queda libre:
005880   CERRAR-RAFAGA.
005890     IF raf-total(raf-i) NOT < umbral THEN
005900       IF sos-num = 200 THEN
005910         ADD 1 TO total-omitidas
005920       ELSE
005930         ADD 1 TO sos-num
005940         MOVE raf-ent(raf-i) TO sos-ent(sos-num)
005950       END-IF
005960     END-IF.
005970     MOVE 0 TO raf-total(raf-i), raf-num(raf-i).
005980     EXIT.

005990** La expresion canonica: minusculas y sin espacios, "1"
006000** delante de un "d" suelto, "d%" como "d100" y los sumandos
006010** ordenados. Con parentesis o comas, solo lo primero:
006020   CANONIZAR-EXPR.
006030     MOVE FUNCTION LOWER-CASE(tl-expr) TO can-txt.
006040     MOVE SPACES TO can-lim, can-canon.
006050     MOVE 0 TO can-l.
006060     PERFORM VARYING can-i FROM 1 BY 1 UNTIL can-i > 120
006070       IF can-txt(can-i:1) NOT = SPACE THEN
006080         ADD 1 TO can-l
006090         MOVE can-txt(can-i:1) TO can-lim(can-l:1)
006100       END-IF
006110     END-PERFORM.
006120     IF can-l = 0 THEN
006130       EXIT PARAGRAPH
006140     END-IF.
006150     MOVE 0 TO can-cuenta.
006160     INSPECT can-lim TALLYING can-cuenta FOR ALL "("
006170                              can-cuenta FOR ALL ",".
006180     IF can-cuenta > 0 THEN
006190       MOVE can-lim TO can-canon
006200       EXIT PARAGRAPH
006210     END-IF.
006220** Trocear en sumandos, cada uno con su signo delante:
006230     IF can-lim(1:1) NOT = "+" AND NOT = "-" THEN
006240       MOVE can-lim TO can-txt
006250       MOVE SPACES TO can-lim
006260       STRING "+" DELIMITED BY SIZE,
006270              can-txt DELIMITED BY SPACE
006280              INTO can-lim
006290       END-STRING
006300       ADD 1 TO can-l
006310     END-IF.
006320     MOVE 0 TO sum-num.
006330     PERFORM VARYING can-i FROM 1 BY 1 UNTIL can-i > can-l
006340       IF can-lim(can-i:1) = "+" OR can-lim(can-i:1) = "-" THEN
006350         IF sum-num = 30 THEN
006360           MOVE can-lim TO can-canon
006370           EXIT PARAGRAPH
006380         END-IF
006390         ADD 1 TO sum-num
006400         MOVE can-lim(can-i:1) TO sum-txt(sum-num)
006410         MOVE 1 TO sum-i
006420       ELSE
006430         IF sum-i < 40 THEN
006440           ADD 1 TO sum-i
006450           MOVE can-lim(can-i:1) TO sum-txt(sum-num)(sum-i:1)
006460         END-IF
006470       END-IF
006480     END-PERFORM.
006490     PERFORM VARYING sum-i FROM 1 BY 1 UNTIL sum-i > sum-num
006500       PERFORM NORMALIZAR-SUMANDO
006510     END-PERFORM.
006520** Ordenar los sumandos (son pocos: burbuja):
006530     PERFORM VARYING sum-i FROM 1 BY 1 UNTIL sum-i > sum-num
006540       PERFORM VARYING sum-j FROM 1 BY 1
006550               UNTIL sum-j > sum-num - sum-i
006560         IF sum-txt(sum-j) > sum-txt(sum-j + 1) THEN
006570           MOVE sum-txt(sum-j) TO sum-temp
006580           MOVE sum-txt(sum-j + 1) TO sum-txt(sum-j)
006590           MOVE sum-temp TO sum-txt(sum-j + 1)
006600         END-IF
006610       END-PERFORM
006620     END-PERFORM.
006630     MOVE 1 TO can-l.
006640     PERFORM VARYING sum-i FROM 1 BY 1 UNTIL sum-i > sum-num
006650       STRING sum-txt(sum-i) DELIMITED BY SPACE
006660              INTO can-canon WITH POINTER can-l
006670       END-STRING
006680     END-PERFORM.
006681     IF can-canon(1:1) = "+" THEN
006682       MOVE can-canon(2:) TO can-txt
006683       MOVE can-txt TO can-canon
006684     END-IF.
006690     EXIT.

006700** Un sumando ("+d20", "-d%"...): el "1" implicito y el "%":
006710   NORMALIZAR-SUMANDO.
006720     MOVE sum-txt(sum-i)(2:39) TO sum-cuerpo.
006730     IF sum-cuerpo(1:1) = "d" THEN
006740       MOVE SPACES TO sum-temp
006750       STRING "1" DELIMITED BY SIZE,
006760              sum-cuerpo DELIMITED BY SPACE
006770              INTO sum-temp
006780       END-STRING
006790       MOVE sum-temp TO sum-cuerpo
006800     END-IF.
006810     MOVE 0 TO can-cuenta.
006820     INSPECT sum-cuerpo TALLYING can-cuenta
006830             FOR CHARACTERS BEFORE INITIAL "d%".
006840     IF can-cuenta < 39 THEN
006850       MOVE SPACES TO sum-temp
006860       STRING sum-cuerpo(1:can-cuenta + 1) DELIMITED BY SIZE,
006870              "100" DELIMITED BY SIZE,
006880              sum-cuerpo(can-cuenta + 3:) DELIMITED BY SPACE
006890              INTO sum-temp
006900       END-STRING
006910       MOVE sum-temp TO sum-cuerpo
006920     END-IF.
006930     MOVE SPACES TO sum-temp.
006940     STRING sum-txt(sum-i)(1:1) DELIMITED BY SIZE,
006950            sum-cuerpo DELIMITED BY SPACE
006960            INTO sum-temp
006970     END-STRING.
006980     MOVE sum-temp TO sum-txt(sum-i).
006990     EXIT.

007000** Por usuario, sesion y momento de la primera tirada:
007010   ORDENAR-SOSPECHAS.
007020     PERFORM VARYING i FROM 1 BY 1 UNTIL i > sos-num
007030       PERFORM VARYING j FROM 1 BY 1 UNTIL j > sos-num - i
007040         MOVE SPACES TO sos-clave-a, sos-clave-b
007050         STRING sos-usuario(j) DELIMITED BY SIZE,
007060                sos-sesion(j) DELIMITED BY SIZE,
007070                sos-tirada(j, 1)(1:14) DELIMITED BY SIZE
007080                INTO sos-clave-a
007090         END-STRING
007100         STRING sos-usuario(j + 1) DELIMITED BY SIZE,
007110                sos-sesion(j + 1) DELIMITED BY SIZE,
007120                sos-tirada(j + 1, 1)(1:14) DELIMITED BY SIZE
007130                INTO sos-clave-b
007140         END-STRING
007150         IF sos-clave-a > sos-clave-b THEN
007160           MOVE sos-ent(j) TO sos-temp
007170           MOVE sos-ent(j + 1) TO sos-ent(j)
007180           MOVE sos-temp TO sos-ent(j + 1)
007190         END-IF
007200       END-PERFORM
007210     END-PERFORM.
007220     EXIT.

007230   MOSTRAR-INFORME.
007240     MOVE ventana-min TO cifra-disp.
007250     MOVE umbral TO cifra2-disp.
007260     DISPLAY "Tiradas repetidas: ", FUNCTION TRIM(cifra2-disp),
007270             " o mas de la misma expresion en ",
007280             FUNCTION TRIM(cifra-disp), " minutos".
007290     MOVE SPACES TO usuario-previo, sesion-previa.
007300     MOVE 0 TO total-usuarios.
007310     PERFORM VARYING i FROM 1 BY 1 UNTIL i > sos-num
007320       PERFORM MOSTRAR-RAFAGA
007330     END-PERFORM.
007340     DISPLAY " ".
007350     MOVE total-tiradas TO cifra-disp.
007360     DISPLAY "Tiradas examinadas:        ",
007370             FUNCTION TRIM(cifra-disp).
007380     MOVE total-conjuntas TO cifra-disp.
007390     DISPLAY "Tiradas conjuntas (fuera): ",
007400             FUNCTION TRIM(cifra-disp).
007410     MOVE total-sin-usuario TO cifra-disp.
007420     DISPLAY "Tiradas sin usuario:       ",
007430             FUNCTION TRIM(cifra-disp).
007440     MOVE sos-num TO cifra-disp.
007450     DISPLAY "Rafagas sospechosas:       ",
007460             FUNCTION TRIM(cifra-disp).
007470     MOVE total-usuarios TO cifra-disp.
007480     DISPLAY "Usuarios implicados:       ",
007490             FUNCTION TRIM(cifra-disp).
007500     IF total-omitidas > 0 THEN
007510       MOVE total-omitidas TO cifra-disp
007520       DISPLAY "Aviso: ", FUNCTION TRIM(cifra-disp),
007530               " rafagas mas no caben en el informe; acota",
007540               " con --usuario= o con menos meses."
007550     END-IF.
007560     EXIT.

007570** Una rafaga sospechosa, con cabecera de usuario y de sesion
007580** cuando cambian:
007590   MOSTRAR-RAFAGA.
007600     IF sos-usuario(i) NOT = usuario-previo THEN
007610       ADD 1 TO total-usuarios
007620       DISPLAY " "
007630       DISPLAY "Usuario ", FUNCTION TRIM(sos-usuario(i)), ":"
007640       MOVE sos-usuario(i) TO usuario-previo
007650       MOVE HIGH-VALUES TO sesion-previa
007660     END-IF.
007670     IF sos-sesion(i) NOT = sesion-previa THEN
007680       IF sos-sesion(i) = SPACES THEN
007690         DISPLAY "  Sin sesion:"
007700       ELSE
007710         DISPLAY "  Sesion ", FUNCTION TRIM(sos-sesion(i)), ":"
007720       END-IF
007730       MOVE sos-sesion(i) TO sesion-previa
007740     END-IF.
007750     MOVE sos-num-t(i) TO k.
007760     MOVE st-fecha(i, 1) TO fecha-disp.
007770     PERFORM FORMATEAR-FECHA.
007780     MOVE fecha-disp TO fecha2-disp.
007790     MOVE st-fecha(i, k) TO fecha-disp.
007800     PERFORM FORMATEAR-FECHA.
007810     MOVE sos-total(i) TO cifra-disp.
007820     DISPLAY "    ", FUNCTION TRIM(sos-canon(i)), " x",
007830             FUNCTION TRIM(cifra-disp), ", de ", fecha2-disp,
007840             " a ", fecha-disp(12:8).
007850     PERFORM VARYING j FROM 1 BY 1 UNTIL j > k
007860       MOVE st-fecha(i, j) TO fecha-disp
007870       PERFORM FORMATEAR-FECHA
007880       MOVE st-resultado(i, j) TO result-disp
007890       IF st-anulada(i, j) = "S" THEN
007900         DISPLAY "      ", fecha-disp(12:8), "  ",
007910                 FUNCTION TRIM(st-expr(i, j)), " = ",
007920                 FUNCTION TRIM(result-disp), "  (--verificar=",
007930                 FUNCTION TRIM(st-ref(i, j)), ", ANULADA)"
007940       ELSE
007950         DISPLAY "      ", fecha-disp(12:8), "  ",
007960                 FUNCTION TRIM(st-expr(i, j)), " = ",
007970                 FUNCTION TRIM(result-disp), "  (--verificar=",
007980                 FUNCTION TRIM(st-ref(i, j)), ")"
007990       END-IF
008000     END-PERFORM.
008010     IF sos-total(i) > k THEN
008020       COMPUTE cifra-disp = sos-total(i) - k
008030       DISPLAY "      ... y ", FUNCTION TRIM(cifra-disp), " mas."
008040     END-IF.
008050     EXIT.

008060** "AAAAMMDDhhmmss" en fecha-disp pasa a "AAAA-MM-DD hh:mm:ss":
008070   FORMATEAR-FECHA.
008080     MOVE fecha-disp(1:14) TO tl-fecha.
008090     MOVE SPACES TO fecha-disp.
008100     STRING tl-fecha(1:4) "-" tl-fecha(5:2) "-" tl-fecha(7:2)
008110            " " tl-fecha(9:2) ":" tl-fecha(11:2) ":"
008120            tl-fecha(13:2) DELIMITED BY SIZE
008130            INTO fecha-disp
008140     END-STRING.
008150     EXIT.
