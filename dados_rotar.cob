000218* rotando, asi que objetivo y apunte viajan siempre juntos en
000219* la misma rotacion.
000220*
000220* 15-10-2026: Mesas de juego: con "--mesa=ID" se rota el log
000220* de esa mesa (ID.dados.log, con su ID.dados.ctl, sus
000220* ID.dados-AAAAMM.arc, su ID.rotaciones.dat y su
000220* ID.dados.log.ilegibles) sin tocar los de las demas; con
000220* "--todas", la mesa comun y despues cada una de las de
000220* mesas.dat, una tras otra y cada una con su resumen.
000220*
000220* 15-10-2026: Los robos de cartas ("mazo=", "carta=" y
000220* "estado=" en el log) pasan al archivo mensual con sus tres
000220* campos, para poder verificarlos tambien despues de rotar.
000220*
000220* 15-10-2026: La marca "conjunta=" (tiradas de una
000220* iniciativa, oposicion o prueba de grupo) pasa tambien al
000220* archivo mensual.
000220*
000220* 15-10-2026: El "contador=" de las tiradas de sesiones con
000220* semillas comprometidas pasa tambien al archivo mensual.
000220*
000220* 15-10-2026: Catalogo de los archivos: si la mesa tiene
000220* catalogo.idx (lo crea y lo rehace DadosCatalogo), cada
000220* registro archivado deja en el sus entradas por sello, por
000220* usuario y fecha y por sesion, con el mes y el numero de
000220* orden del registro en su archivo; con "--retener=N" las
000220* entradas de los meses borrados se retiran tambien.
000220*
000220* 15-10-2026: Se comprueba cada escritura y cada borrado en
000220* el catalogo; si alguno falla, el resumen lo avisa (hay que
000220* pasar DadosCatalogo para rehacerlo) y se acaba con 4.
000220*
000221* Opciones:
000230*   --retener=N: conservar solo los últimos N meses de archivos
000240*                mensuales; los anteriores se borran. Sin esta
000250*                opción no se borra nada.
000250*   --mesa=ID:   rotar solo la mesa de juego ID.
000250*   --todas:     rotar la mesa comun y todas las de mesas.dat.

000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.       DadosRotar.

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000315 SPECIAL-NAMES.
000315     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000398     SELECT f-cerrojo ASSIGN TO "dados.lck"
000399         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS ws-cerrojo-status.
000400     SELECT f-ileg ASSIGN TO DYNAMIC ws-ileg-nombre
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ws-ileg-status.
000421** El ultimo eslabon de la cadena de control que se va a
000422** retirar, leido de dados.ctl justo antes de borrarlo:
000423     SELECT f-control ASSIGN TO DYNAMIC nombre-control
000424         ORGANIZATION IS LINE SEQUENTIAL
000425         FILE STATUS IS ws-control-status.
000426** El registro de continuidad entre cadenas de control:
000427     SELECT f-rotaciones ASSIGN TO DYNAMIC
000427         ws-rotaciones-nombre
000428         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS ws-rotaciones-status.
000430** El diario administrativo compartido:
000431     SELECT f-oper ASSIGN TO "operaciones.log"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS ws-oper-status.
000434** El registro de mesas de juego que TirarDados va dando de
000434** alta:
000434     SELECT f-mesas ASSIGN TO "mesas.dat"
000434         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS ws-mesas-status.
000434** El catalogo indexado de los archivos mensuales; solo se
000434** amplia si ya existe:
000434     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000434         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS cat-clave
000434         FILE STATUS IS ws-catalogo-status.

000430 DATA DIVISION.
000440 FILE SECTION.
000586     01 reg-rotacion         PIC X(120).
000587 FD  f-oper.
000588     01 reg-oper             PIC X(300).
000589 FD  f-mesas.
000589     01 reg-mesa             PIC X(20).
000589 FD  f-catalogo.
000589     COPY "registro_catalogo.cpy".

000590 WORKING-STORAGE SECTION.
000600     77 i                    PIC 9(4) USAGE IS COMP.
000651** Codigo de salida del trabajo (las llamadas CBL_ pisan
000652** RETURN-CODE, así que se decide aquí y se mueve al final):
000653     77 rc-salida            PIC 9(4) VALUE 0 USAGE IS COMP.
000650     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
000651     01 ws-log-nombre        PIC X(40) VALUE SPACES.
000652     01 nombre-log-vivo      PIC X(40) VALUE "dados.log".
000653     01 nombre-log-rotando   PIC X(40)
000654                             VALUE "dados.log.rotando".
000655     01 nombre-control       PIC X(40) VALUE "dados.ctl".
000655     01 ws-ileg-nombre       PIC X(40)
000655                             VALUE "dados.log.ilegibles".
000655     01 ws-rotaciones-nombre PIC X(40) VALUE "rotaciones.dat".
000655** El catalogo de archivos de la mesa: abierto durante la
000655** rotacion si existe, el numero de orden del ultimo registro
000655** del archivo abierto y los meses purgados cuyas entradas hay
000655** que retirar:
000655     77 ws-catalogo-status   PIC XX.
000655     01 ws-catalogo-nombre   PIC X(40) VALUE "catalogo.idx".
000655     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000655         88 catalogo-activo        VALUE 1 FALSE 0.
000655     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000655         88 catalogo-presente      VALUE 1 FALSE 0.
000655     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000655         88 fin-cuenta             VALUE 1 FALSE 0.
000655     77 registros-mes        PIC 9(9) VALUE 0 USAGE IS COMP.
000655     77 total-catalogadas    PIC 9(9) VALUE 0 USAGE IS COMP.
000655     77 total-descatalogadas PIC 9(9) VALUE 0 USAGE IS COMP.
000655     77 fallos-catalogo      PIC 9(9) VALUE 0 USAGE IS COMP.
000655     01 tabla-purgados.
000655         05 purg-num         PIC 9(4) VALUE 0 USAGE IS COMP.
000655         05 purg-mes         PIC X(6) OCCURS 120 TIMES.
000655     77 purg-i               PIC 9(4) USAGE IS COMP.
000655** Mesa de juego en curso ("--mesa=ID" o cada una de las de
000655** mesas.dat con "--todas"); sus ficheros llevan el
000655** identificador y un punto por delante, y la mesa comun los
000655** nombres de siempre:
000655     77 ws-mesas-status      PIC XX.
000655     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000655     01 mesa-prefijo         PIC X(17) VALUE SPACES.
000655     01 mesa-arg-temp        PIC X(24) VALUE SPACES.
000655     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
000655         88 mesa-modo              VALUE 1 FALSE 0.
000655     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
000655         88 todas-modo             VALUE 1 FALSE 0.
000655     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000655         88 fin-mesas              VALUE 1 FALSE 0.
000655     01 tabla-mesas.
000655         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
000655         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
000655     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000660     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000670         88 fin-log                VALUE 1 FALSE 0.
000680     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000810** el mismo reparto por prefijos que usa DadosInforme:
000820     77 campos-n             PIC 99 USAGE IS COMP.
000830     01 campos-log.
000840         05 campo-seg        PIC X(25000) OCCURS 16 TIMES.
000850     01 log-fecha            PIC X(26) VALUE SPACES.
000860     01 log-expr             PIC X(120) VALUE SPACES.
000870     01 log-usuario          PIC X(60) VALUE SPACES.
000894     01 log-exito-txt        PIC X(12) VALUE SPACES.
000895     01 log-sello-txt        PIC X(12) VALUE SPACES.
000896     01 log-sesion           PIC X(32) VALUE SPACES.
000896     01 log-mazo             PIC X(32) VALUE SPACES.
000896     01 log-carta            PIC X(110) VALUE SPACES.
000896     01 log-estado           PIC X(200) VALUE SPACES.
000896     01 log-conjunta         PIC X(12) VALUE SPACES.
000896     01 log-contador         PIC X(12) VALUE SPACES.
000897** Anulaciones ("--anular=") del fichero en curso: una pasada
000898** previa apunta que numeros de linea quedan anulados, y la
000899** pasada de archivo marca esas tiradas y conserva el apunte
001080     77 mes-purga            PIC 99 USAGE IS COMP.
001090     01 anno-purga-txt       PIC 9(4).
001100     01 mes-purga-txt        PIC 99.
001110     01 nombre-purga         PIC X(40) VALUE SPACES.
001111** Registro de continuidad (rotaciones.dat): el control final
001112** de la cadena retirada y los recuentos de esta ejecucion:
001113     77 ws-control-status    PIC XX.
001360           SET retener-modo TO TRUE
001370           MOVE FUNCTION TRIM(retener-arg-temp)
001380                TO retener-meses
001380         WHEN arg(1:7) = "--mesa="
001380           MOVE arg(8:24) TO mesa-arg-temp
001380           MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp)
001380                TO mesa-i
001380           IF mesa-arg-temp = SPACES OR mesa-i > 16 OR
001380              mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001380             DISPLAY "Error! Argumento no reconocido: '",
001380                     FUNCTION TRIM(arg), "'."
001380             MOVE 8 TO RETURN-CODE
001380             STOP RUN
001380           END-IF
001380           SET mesa-modo TO TRUE
001380           MOVE mesa-arg-temp(1:16) TO ws-mesa-id
001380         WHEN arg = "--todas"
001380           SET todas-modo TO TRUE
001390         WHEN OTHER
001400           DISPLAY "Error! Argumento no reconocido: '",
001410                   FUNCTION TRIM(arg), "'."
001480       MOVE 8 TO RETURN-CODE
001490       STOP RUN
001500     END-IF.
001500     IF mesa-modo AND todas-modo THEN
001500       DISPLAY "Error! --mesa= y --todas no van juntas."
001500       MOVE 8 TO RETURN-CODE
001500       STOP RUN
001500     END-IF.

001500** Una mesa (la indicada o la comun) o, con "--todas", la
001500** comun y despues cada una de mesas.dat. Cada mesa es una
001500** rotacion completa y separada, con su propio resumen y su
001500** propio apunte en el diario:
001500   ROTAR-MESAS.
001500     IF NOT todas-modo THEN
001500       PERFORM FIJAR-NOMBRES-MESA
001500       PERFORM ROTAR-LOG
001500     ELSE
001500       PERFORM CARGAR-MESAS
001500       MOVE SPACES TO ws-mesa-id
001500       SET mesa-modo TO FALSE
001500       PERFORM FIJAR-NOMBRES-MESA
001500       PERFORM ROTAR-LOG
001500       SET mesa-modo TO TRUE
001500       PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
001500         MOVE mesa-ent(mesa-i) TO ws-mesa-id
001500         PERFORM FIJAR-NOMBRES-MESA
001500         PERFORM ROTAR-LOG
001500       END-PERFORM
001500     END-IF.
001500     MOVE rc-salida TO RETURN-CODE.
001500     STOP RUN.

001500** Las mesas dadas de alta en mesas.dat (una por linea):
001500   CARGAR-MESAS.
001500     MOVE 0 TO mesa-num.
001500     SET fin-mesas TO FALSE.
001500     OPEN INPUT f-mesas.
001500     IF ws-mesas-status NOT = "00" THEN
001500       EXIT PARAGRAPH
001500     END-IF.
001500     PERFORM UNTIL fin-mesas OR mesa-num = 100
001500       READ f-mesas INTO reg-mesa
001500         AT END SET fin-mesas TO TRUE
001500         NOT AT END
001500           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
001500             ADD 1 TO mesa-num
001500             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
001500           END-IF
001500       END-READ
001500     END-PERFORM.
001500     CLOSE f-mesas.
001500     EXIT.

001500** Los nombres de los ficheros de la mesa en curso, y los
001500** contadores y marcas a cero para su rotacion:
001500   FIJAR-NOMBRES-MESA.
001500     MOVE SPACES TO mesa-prefijo.
001500     IF mesa-modo THEN
001500       STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001500              "." DELIMITED BY SIZE
001500              INTO mesa-prefijo
001500       END-STRING
001500     END-IF.
001500     MOVE SPACES TO nombre-log-vivo, nombre-log-rotando,
001500                    nombre-control, ws-ileg-nombre,
001500                    ws-rotaciones-nombre, ws-catalogo-nombre.
001500     STRING mesa-prefijo DELIMITED BY SPACE,
001500            "dados.log" DELIMITED BY SIZE INTO nombre-log-vivo
001500     END-STRING.
001500     STRING mesa-prefijo DELIMITED BY SPACE,
001500            "dados.log.rotando" DELIMITED BY SIZE
001500            INTO nombre-log-rotando
001500     END-STRING.
001500     STRING mesa-prefijo DELIMITED BY SPACE,
001500            "dados.ctl" DELIMITED BY SIZE INTO nombre-control
001500     END-STRING.
001500     STRING mesa-prefijo DELIMITED BY SPACE,
001500            "dados.log.ilegibles" DELIMITED BY SIZE
001500            INTO ws-ileg-nombre
001500     END-STRING.
001500     STRING mesa-prefijo DELIMITED BY SPACE,
001500            "rotaciones.dat" DELIMITED BY SIZE
001500            INTO ws-rotaciones-nombre
001500     END-STRING.
001500     STRING mesa-prefijo DELIMITED BY SPACE,
001500            "catalogo.idx" DELIMITED BY SIZE
001500            INTO ws-catalogo-nombre
001500     END-STRING.
001500     MOVE 0 TO total-leidas, total-movidos, total-ilegibles,
001500               total-borrados, total-meses, control-retirado,
001500               total-catalogadas, total-descatalogadas,
001500               fallos-catalogo, purg-num.
001500     MOVE SPACES TO mes-abierto.
001500     SET cadena-reiniciada TO FALSE.
001500     IF arc-abierto THEN
001500       CLOSE f-arc
001500       SET arc-abierto TO FALSE
001500     END-IF.
001500     IF ileg-abierto THEN
001500       CLOSE f-ileg
001500       SET ileg-abierto TO FALSE
001500     END-IF.
001500     IF mesa-modo THEN
001500       DISPLAY "Mesa ", FUNCTION TRIM(ws-mesa-id), ":"
001500     END-IF.
001500     EXIT.

001510** Rotar en dos tandas: primero lo que dejara a medias una
001511** ejecución anterior interrumpida (dados.log.rotando), luego
001512** el log vivo, que se renombra antes de tocarlo para que el
001513** bot siga escribiendo en un dados.log nuevo mientras tanto:
001520   ROTAR-LOG.
001525     PERFORM ABRIR-CATALOGO.
001530     MOVE nombre-log-rotando TO ws-log-nombre.
001540     PERFORM ARCHIVAR-FICHERO.
001541** El renombrado del log vivo va bajo el cerrojo de escritura,
001546       DISPLAY "sin rotar esta vez."
001547       MOVE 4 TO rc-salida
001548       PERFORM PURGAR-ANTIGUOS
001548       PERFORM CERRAR-CATALOGO
001549       PERFORM MOSTRAR-RESUMEN
001549       EXIT PARAGRAPH
001549     END-IF.
001550     CALL "CBL_RENAME_FILE" USING nombre-log-vivo,
001560                                  nombre-log-rotando.
001791       PERFORM ESCRIBIR-ROTACION
001792     END-IF.
001800     PERFORM PURGAR-ANTIGUOS.
001800     PERFORM CERRAR-CATALOGO.
001810     PERFORM MOSTRAR-RESUMEN.
001812** La rotacion queda tambien en el diario administrativo:
001814     PERFORM REGISTRAR-OPERACION.
001830     EXIT.

001831** Una pasada completa sobre el fichero que indique
001832** ws-log-nombre (si no existe, no hay nada que hacer). Antes
001890     MOVE SPACES TO log-fecha, log-expr, log-usuario,
001900                    log-bloques, log-result-txt, log-semilla,
001901                    log-pos-txt, log-exito-txt, log-sello-txt,
001902                    log-sesion, log-anula-txt, log-motivo,
001902                    log-mazo, log-carta, log-estado,
001902                    log-conjunta, log-contador.
001910     SET entrada-valida TO FALSE.
001920     UNSTRING reg-log DELIMITED BY " | "
001930       INTO campo-seg(1), campo-seg(2), campo-seg(3),
001940            campo-seg(4), campo-seg(5), campo-seg(6),
001950            campo-seg(7), campo-seg(8), campo-seg(9),
001951            campo-seg(10), campo-seg(11), campo-seg(12),
001951            campo-seg(13), campo-seg(14), campo-seg(15),
001951            campo-seg(16)
001960       TALLYING IN campos-n
001970     END-UNSTRING.
001980     MOVE campo-seg(1)(1:26) TO log-fecha.
002052           MOVE campo-seg(j)(7:12) TO log-anula-txt
002053         WHEN campo-seg(j)(1:7) = "motivo="
002054           MOVE campo-seg(j)(8:80) TO log-motivo
002054         WHEN campo-seg(j)(1:5) = "mazo="
002054           MOVE campo-seg(j)(6:32) TO log-mazo
002054         WHEN campo-seg(j)(1:6) = "carta="
002054           MOVE campo-seg(j)(7:110) TO log-carta
002054         WHEN campo-seg(j)(1:7) = "estado="
002054           MOVE campo-seg(j)(8:200) TO log-estado
002054         WHEN campo-seg(j)(1:9) = "conjunta="
002054           MOVE campo-seg(j)(10:12) TO log-conjunta
002054         WHEN campo-seg(j)(1:9) = "contador="
002054           MOVE campo-seg(j)(10:12) TO log-contador
002050         WHEN campo-seg(j)(1:9) = "bloques=["
002060           MOVE campo-seg(j)(10:24000) TO log-bloques
002070         WHEN campo-seg(j)(1:10) = "resultado="
002200     PERFORM ABRIR-ARCHIVO-MES.
002210     PERFORM MONTAR-REGISTRO-ARC.
002220     WRITE reg-arc.
002220     PERFORM CATALOGAR-REGISTRO.
002230     ADD 1 TO total-movidos.
002240     EXIT.

002264     MOVE log-sello-txt(1:9) TO arc-sello.
002265     MOVE "A" TO arc-anulada.
002266     WRITE reg-arc.
002266     PERFORM CATALOGAR-REGISTRO.
002267     ADD 1 TO total-movidos.
002268     EXIT.

002490       SET arc-abierto TO FALSE
002500     END-IF.
002510     MOVE SPACES TO ws-arc-nombre.
002520     STRING mesa-prefijo DELIMITED BY SPACE,
002520            "dados-" DELIMITED BY SIZE,
002530            mes-registro DELIMITED BY SIZE,
002540            ".arc" DELIMITED BY SIZE
002550            INTO ws-arc-nombre
002560     END-STRING.
002561** Con catalogo, hace falta saber cuantos registros tiene ya
002562** el archivo (una rotacion reanudada o dos en el mismo mes
002563** siguen numerando donde lo dejo la anterior):
002564     MOVE 0 TO registros-mes.
002565     IF catalogo-activo THEN
002566       PERFORM CONTAR-REGISTROS-MES
002567     END-IF.
002570     OPEN EXTEND f-arc.
002580     IF ws-arc-status = "35" THEN
002590       OPEN OUTPUT f-arc
002750     MOVE log-exito-txt(1:6) TO arc-exito.
002751     MOVE log-sello-txt(1:9) TO arc-sello.
002752     MOVE log-sesion TO arc-sesion.
002752     MOVE log-mazo TO arc-mazo.
002752     MOVE log-carta TO arc-carta.
002752     MOVE log-estado TO arc-estado.
002752     MOVE log-conjunta TO arc-conjunta.
002752     MOVE log-contador(1:9) TO arc-contador.
002753** Tirada anulada por algun apunte "anula=" de este mismo
002754** fichero: viaja al archivo marcada:
002755     SET linea-anulada TO FALSE.
003180     ADD 1 TO total-ilegibles.
003190     EXIT.

003190** El catalogo de la mesa se abre al empezar su rotacion; si
003190** no existe, no se crea (DadosCatalogo lo monta de una vez
003190** con todos los archivos anteriores) y se archiva sin el:
003190   ABRIR-CATALOGO.
003190     SET catalogo-activo TO FALSE.
003190     SET catalogo-presente TO FALSE.
003190     OPEN I-O f-catalogo.
003190     IF ws-catalogo-status = "00" THEN
003190       SET catalogo-activo TO TRUE
003190       SET catalogo-presente TO TRUE
003190     END-IF.
003190     EXIT.

003190   CERRAR-CATALOGO.
003190     IF catalogo-activo THEN
003190       CLOSE f-catalogo
003190       SET catalogo-activo TO FALSE
003190     END-IF.
003190     EXIT.

003190** Los registros que ya tiene el archivo del mes que se va a
003190** ampliar (el fichero aun esta cerrado):
003190   CONTAR-REGISTROS-MES.
003190     SET fin-cuenta TO FALSE.
003190     OPEN INPUT f-arc.
003190     IF ws-arc-status NOT = "00" THEN
003190       EXIT PARAGRAPH
003190     END-IF.
003190     PERFORM UNTIL fin-cuenta
003190       READ f-arc
003190         AT END SET fin-cuenta TO TRUE
003190         NOT AT END ADD 1 TO registros-mes
003190       END-READ
003190     END-PERFORM.
003190     CLOSE f-arc.
003190     EXIT.

003190** Las entradas del registro recien archivado (sigue en
003190** reg-arc): por sello si lo lleva, por usuario y fecha si
003190** hay usuario y por sesion y fecha si hay sesion. Las mismas
003190** reglas que CATALOGAR-REGISTRO en DadosCatalogo:
003190   CATALOGAR-REGISTRO.
003190     ADD 1 TO registros-mes.
003190     IF NOT catalogo-activo THEN
003190       EXIT PARAGRAPH
003190     END-IF.
003190     IF arc-sello NOT = SPACES AND
003190        FUNCTION TRIM(arc-sello) IS NUMERIC THEN
003190       MOVE SPACES TO reg-catalogo
003190       SET cat-es-sello TO TRUE
003190       MOVE FUNCTION NUMVAL(arc-sello) TO cat-sello
003190       PERFORM GRABAR-ENTRADA-CATALOGO
003190     END-IF.
003190     IF arc-usuario NOT = SPACES THEN
003190       MOVE SPACES TO reg-catalogo
003190       SET cat-es-usuario TO TRUE
003190       MOVE arc-usuario TO cat-usuario
003190       MOVE arc-fecha TO cat-u-fecha
003190       PERFORM GRABAR-ENTRADA-CATALOGO
003190     END-IF.
003190     IF arc-sesion NOT = SPACES THEN
003190       MOVE SPACES TO reg-catalogo
003190       SET cat-es-sesion TO TRUE
003190       MOVE arc-sesion TO cat-sesion
003190       MOVE arc-fecha TO cat-n-fecha
003190       PERFORM GRABAR-ENTRADA-CATALOGO
003190     END-IF.
003190     EXIT.

003190   GRABAR-ENTRADA-CATALOGO.
003190     MOVE mes-abierto TO cat-mes.
003190     MOVE registros-mes TO cat-num.
003190     WRITE reg-catalogo
003190       INVALID KEY REWRITE reg-catalogo
003190     END-WRITE.
003190     IF ws-catalogo-status = "00" THEN
003190       ADD 1 TO total-catalogadas
003190     ELSE
003190       ADD 1 TO fallos-catalogo
003190     END-IF.
003190     EXIT.

003190** Retirar del catalogo las entradas que apuntaban a los
003190** archivos que "--retener=" acaba de borrar:
003190   DEPURAR-CATALOGO.
003190     MOVE LOW-VALUES TO cat-clave.
003190     START f-catalogo KEY IS NOT LESS THAN cat-clave
003190       INVALID KEY EXIT PARAGRAPH
003190     END-START.
003190     SET fin-cuenta TO FALSE.
003190     PERFORM UNTIL fin-cuenta
003190       READ f-catalogo NEXT RECORD
003190         AT END SET fin-cuenta TO TRUE
003190         NOT AT END
003190           PERFORM VARYING purg-i FROM 1 BY 1
003190                   UNTIL purg-i > purg-num
003190             IF purg-mes(purg-i) = cat-mes THEN
003190               DELETE f-catalogo RECORD
003190                 INVALID KEY CONTINUE
003190               END-DELETE
003190               IF ws-catalogo-status = "00" THEN
003190                 ADD 1 TO total-descatalogadas
003190               ELSE
003190                 ADD 1 TO fallos-catalogo
003190               END-IF
003190               EXIT PERFORM
003190             END-IF
003190           END-PERFORM
003190       END-READ
003190     END-PERFORM.
003190     EXIT.

003190** El cerrojo de escritura compartido con TirarDados (vease
003191** OBTENER-CERROJO allí): exclusiva sobre dados.lck con
003192** reintentos de 100 ms, 50 como mucho:
003197       CLOSE f-oper
003197       OPEN EXTEND f-oper
003197     END-IF.
003197     IF fallos-catalogo > 0 THEN
003197       MOVE "parcial (catalogo incompleto)" TO oper-resultado
003197     ELSE
003197       IF rc-salida = 0 THEN
003197         MOVE "rotado" TO oper-resultado
003197       ELSE
003197         MOVE "parcial (cerrojo ocupado)" TO oper-resultado
003197       END-IF
003197     END-IF.
003197     MOVE SPACES TO reg-oper.
003197     MOVE 1 TO oper-punt.
003197            DELIMITED BY SIZE
003197            INTO reg-oper WITH POINTER oper-punt
003197     END-STRING.
003197     IF mesa-modo THEN
003197       STRING " | mesa=" DELIMITED BY SIZE,
003197              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
003197              INTO reg-oper WITH POINTER oper-punt
003197       END-STRING
003197     END-IF.
003197     MOVE total-leidas TO cifra-disp.
003197     STRING " | parametros=leidas=" DELIMITED BY SIZE,
003197            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
003410       MOVE anno-purga TO anno-purga-txt
003420       MOVE mes-purga TO mes-purga-txt
003430       MOVE SPACES TO nombre-purga
003440       STRING mesa-prefijo DELIMITED BY SPACE,
003440              "dados-" DELIMITED BY SIZE,
003450              anno-purga-txt DELIMITED BY SIZE,
003460              mes-purga-txt DELIMITED BY SIZE,
003470              ".arc" DELIMITED BY SIZE
003500       CALL "CBL_DELETE_FILE" USING nombre-purga
003510       IF RETURN-CODE = 0 THEN
003520         ADD 1 TO total-borrados
003521         IF catalogo-activo AND purg-num < 120 THEN
003522           ADD 1 TO purg-num
003523           MOVE anno-purga-txt TO purg-mes(purg-num)(1:4)
003524           MOVE mes-purga-txt TO purg-mes(purg-num)(5:2)
003525         END-IF
003530       END-IF
003540       SUBTRACT 1 FROM meses-total
003550     END-PERFORM.
003551     IF purg-num > 0 THEN
003552       PERFORM DEPURAR-CATALOGO
003553     END-IF.
003560** CBL_DELETE_FILE deja su resultado en RETURN-CODE; hay que
003570** limpiarlo para que el programa no termine "con error" solo
003580** por haber intentado borrar un mes que ya no existia:
003650     IF total-ilegibles > 0 THEN
003660       MOVE total-ilegibles TO cifra-disp
003670       DISPLAY "Lineas ilegibles apartadas en ",
003680               FUNCTION TRIM(ws-ileg-nombre), ": ",
003690               FUNCTION TRIM(cifra-disp)
003700     END-IF.
003701     MOVE total-meses TO cifra-disp.
003730       DISPLAY "Archivos mensuales antiguos borrados: ",
003740               FUNCTION TRIM(cifra-disp)
003750     END-IF.
003751     IF catalogo-presente THEN
003752       MOVE total-catalogadas TO cifra-disp
003753       DISPLAY "Entradas nuevas en ",
003754               FUNCTION TRIM(ws-catalogo-nombre), ": ",
003755               FUNCTION TRIM(cifra-disp)
003756       IF total-descatalogadas > 0 THEN
003757         MOVE total-descatalogadas TO cifra-disp
003758         DISPLAY "Entradas retiradas del catalogo: ",
003759                 FUNCTION TRIM(cifra-disp)
003760       END-IF
003760       IF fallos-catalogo > 0 THEN
003760         MOVE fallos-catalogo TO cifra-disp
003760         DISPLAY "AVISO: ", FUNCTION TRIM(cifra-disp),
003760                 " entradas no se han podido grabar o retirar"
003760         DISPLAY "en ", FUNCTION TRIM(ws-catalogo-nombre),
003760                 "; pasar DadosCatalogo para rehacerlo."
003760         IF rc-salida < 4 THEN
003760           MOVE 4 TO rc-salida
003760         END-IF
003760       END-IF
003761     END-IF.
003762     EXIT.
