000280* deja como este (y se avisa).
000290*
000300* Codigo de salida: 0 bien, 4 verificacion fallida, 8 error.
000300*
000300* 15-10-2026: Mesas de juego. Cada mesa tiene sus propios
000300* almacenes con el identificador y un punto por delante
000300* (martes.dados.log, martes.sellos.dat, martes.dados.ctl,
000300* martes.macros.dat, martes.personajes.dat/.idx...). Detras
000300* de la orden puede ir "--mesa=ID" (copiar, verificar o
000300* reponer SOLO los almacenes de esa mesa: una reposicion de
000300* una mesa no toca ni los comunes ni los de las demas) o,
000300* al copiar, "--todas" (los comunes, mesas.dat incluido, y
000300* los de cada mesa de mesas.dat en la misma instantanea).
000300* 15-10-2026: El combate en curso de cada mesa (combate.dat)
000300* y su diario (combate.log) entran tambien en la copia.
000300* 15-10-2026: Los recursos de personaje (recursos.idx, volcado
000300* como los demas indexados) y su libro de movimientos
000300* (recursos.log) entran tambien en la copia.
000300* 15-10-2026: Los mazos de cartas de cada mesa (mazos.dat) y
000300* su estado (mazos.est) entran tambien en la copia.
000300* 15-10-2026: Las sesiones con semillas comprometidas
000300* (sesiones.idx, volcado como los demas indexados) entran
000300* tambien en la copia: guarda los secretos aun sin publicar
000300* de las sesiones abiertas, que no se pueden sacar de otro
000300* sitio.

000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.       DadosCopia.

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000365 SPECIAL-NAMES.
000365     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT f-ent ASSIGN TO DYNAMIC ws-ent-nombre
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS uidx-clave
000580         FILE STATUS IS ws-uidx-status.
000590     SELECT f-pidx ASSIGN TO DYNAMIC ws-pidx-nombre
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS pidx-clave
000630         FILE STATUS IS ws-pidx-status.
000631     SELECT f-ridx ASSIGN TO DYNAMIC ws-ridx-nombre
000631         ORGANIZATION IS INDEXED
000631         ACCESS MODE IS DYNAMIC
000631         RECORD KEY IS rec-clave
000631         FILE STATUS IS ws-ridx-status.
000631     SELECT f-sidx ASSIGN TO DYNAMIC ws-sidx-nombre
000631         ORGANIZATION IS INDEXED
000631         ACCESS MODE IS DYNAMIC
000631         RECORD KEY IS ses-clave
000631         FILE STATUS IS ws-sidx-status.
000631** El registro de mesas de juego, para "--todas":
000631     SELECT f-mesas ASSIGN TO "mesas.dat"
000631         ORGANIZATION IS LINE SEQUENTIAL
000631         FILE STATUS IS ws-mesas-status.

000640 DATA DIVISION.
000650 FILE SECTION.
000820     01 reg-pidx.
000830         05 pidx-clave       PIC X(64).
000840         05 pidx-valor       PIC X(56).
000840 FD  f-ridx.
000840     COPY "registro_recurso.cpy".
000840 FD  f-sidx.
000840     COPY "registro_sesion.cpy".
000841 FD  f-mesas.
000841     01 reg-mesa             PIC X(20).

000850 WORKING-STORAGE SECTION.
000860     77 i                    PIC 9(4) USAGE IS COMP.
000900     77 ws-mani-status       PIC XX.
000910     77 ws-uidx-status       PIC XX.
000920     77 ws-pidx-status       PIC XX.
000920     77 ws-ridx-status       PIC XX.
000920     77 ws-sidx-status       PIC XX.
000930     77 ws-oper-status       PIC XX.
000940     01 ws-ent-nombre        PIC X(60) VALUE SPACES.
000950     01 ws-sal-nombre        PIC X(60) VALUE SPACES.
000960     01 ws-mani-nombre       PIC X(60) VALUE SPACES.
000961     01 ws-pidx-nombre       PIC X(40) VALUE "personajes.idx".
000961     01 ws-ridx-nombre       PIC X(40) VALUE "recursos.idx".
000961     01 ws-sidx-nombre       PIC X(40) VALUE "sesiones.idx".
000970     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000980         88 fin-ent                VALUE 1 FALSE 0.
000990     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001120         05 numargs          PIC 99 USAGE IS COMP.
001130         05 orden            PIC X(16) VALUE SPACES.
001140         05 arg-sello        PIC X(20) VALUE SPACES.
001140         05 arg              PIC X(40) VALUE SPACES.
001140** Mesa de juego ("--mesa=ID") o todas ("--todas", al copiar):
001140     77 ws-mesas-status      PIC XX.
001140     01 ws-mesa-id           PIC X(16) VALUE SPACES.
001140     01 mesa-arg-temp        PIC X(32) VALUE SPACES.
001140     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
001140         88 mesa-modo              VALUE 1 FALSE 0.
001140     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
001140         88 todas-modo             VALUE 1 FALSE 0.
001140     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001140         88 fin-mesas              VALUE 1 FALSE 0.
001140     01 tabla-mesas.
001140         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
001140         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
001140     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
001140     77 k                    PIC 9(4) USAGE IS COMP.
001150** El sello de la copia (fecha y hora de la instantanea):
001160     01 copia-sello          PIC X(14) VALUE SPACES.
001170** La lista de almacenes que entran en la copia. Tipo "T" =
001180** texto linea a linea; "U"/"P"/"R"/"S" = indexado de usuarios,
001190** de personajes, de recursos o de sesiones comprometidas,
001190** volcado como texto de anchura fija:
001200     01 lista-almacenes.
001210         05 FILLER PIC X(31) VALUE "Uusuarios.idx".
001220         05 FILLER PIC X(31) VALUE "Ppersonajes.idx".
001320         05 FILLER PIC X(31) VALUE "Ttablas.dat".
001330         05 FILLER PIC X(31) VALUE "Tprogramadas.dat".
001332         05 FILLER PIC X(31) VALUE "Tgrupos.dat".
001333         05 FILLER PIC X(31) VALUE "Tcombate.dat".
001334         05 FILLER PIC X(31) VALUE "Tcombate.log".
001334         05 FILLER PIC X(31) VALUE "Rrecursos.idx".
001334         05 FILLER PIC X(31) VALUE "Trecursos.log".
001334         05 FILLER PIC X(31) VALUE "Tmazos.dat".
001334         05 FILLER PIC X(31) VALUE "Tmazos.est".
001334         05 FILLER PIC X(31) VALUE "Ssesiones.idx".
001340         05 FILLER PIC X(31) VALUE "Tlimites.dat".
001341         05 FILLER PIC X(31) VALUE "Tmesas.dat".
001350     01 FILLER REDEFINES lista-almacenes.
001360         05 almacen OCCURS 23 TIMES.
001370             10 alm-tipo     PIC X.
001380             10 alm-nombre   PIC X(30).
001381** Los almacenes propios de cada mesa de juego, que llevan el
001381** identificador de la mesa y un punto por delante:
001381     01 lista-almacenes-mesa.
001381         05 FILLER PIC X(31) VALUE "Ppersonajes.idx".
001381         05 FILLER PIC X(31) VALUE "Tsellos.dat".
001381         05 FILLER PIC X(31) VALUE "Tdados.ctl".
001381         05 FILLER PIC X(31) VALUE "Tmacros.dat".
001381         05 FILLER PIC X(31) VALUE "Tpersonajes.dat".
001381         05 FILLER PIC X(31) VALUE "Tdados.log".
001381         05 FILLER PIC X(31) VALUE "Trotaciones.dat".
001381         05 FILLER PIC X(31) VALUE "Tcuotas.dat".
001381         05 FILLER PIC X(31) VALUE "Tcuotas.dia".
001381         05 FILLER PIC X(31) VALUE "Ttablas.dat".
001381         05 FILLER PIC X(31) VALUE "Tgrupos.dat".
001381         05 FILLER PIC X(31) VALUE "Tcombate.dat".
001381         05 FILLER PIC X(31) VALUE "Tcombate.log".
001381         05 FILLER PIC X(31) VALUE "Rrecursos.idx".
001381         05 FILLER PIC X(31) VALUE "Trecursos.log".
001381         05 FILLER PIC X(31) VALUE "Tmazos.dat".
001381         05 FILLER PIC X(31) VALUE "Tmazos.est".
001381         05 FILLER PIC X(31) VALUE "Ssesiones.idx".
001381     01 FILLER REDEFINES lista-almacenes-mesa.
001381         05 almacen-mesa OCCURS 18 TIMES.
001381             10 alm-mesa-tipo   PIC X.
001381             10 alm-mesa-nombre PIC X(30).
001382** Los almacenes que abarca esta copia o reposicion: los
001382** comunes, los de una mesa, o los comunes y los de todas:
001382     01 tabla-copia.
001382         05 cop-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001382         05 cop-ent OCCURS 1900 TIMES.
001382             10 cop-tipo     PIC X.
001382             10 cop-nombre   PIC X(40).
001383** El tipo y la mesa de un fichero del manifiesto, deducidos
001383** de su nombre al verificar o reponer:
001383     01 clas-tipo            PIC X VALUE SPACE.
001383     01 clas-mesa            PIC X(16) VALUE SPACES.
001383     01 clas-resto           PIC X(40) VALUE SPACES.
001383     77 clas-punt            PIC 99 USAGE IS COMP.
001383     77 man-en-ambito        PIC 9(4) VALUE 0 USAGE IS COMP.
001390** El fichero en curso y sus cuentas:
001400     77 reg-contados         PIC 9(9) VALUE 0 USAGE IS COMP.
001410     01 nombre-copia         PIC X(60) VALUE SPACES.
001500     77 control-char         PIC 9(3) USAGE IS COMP.
001510** El manifiesto leido al verificar o reponer:
001520     01 tabla-manifiesto.
001530         05 man-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001540         05 man-ent OCCURS 1900 TIMES.
001550             10 man-nombre   PIC X(40).
001560             10 man-registros PIC 9(9) USAGE IS COMP.
001570             10 man-control  PIC 9(9) USAGE IS COMP.
001580     77 campos-n             PIC 99 USAGE IS COMP.
001590     01 campos-mani.
001600         05 campo-seg        PIC X(120) OCCURS 6 TIMES.
001610     01 man-fichero-txt      PIC X(40) VALUE SPACES.
001620     01 man-registros-txt    PIC X(12) VALUE SPACES.
001630     01 man-control-txt      PIC X(12) VALUE SPACES.
001640     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001680     01 oper-resultado       PIC X(60) VALUE SPACES.
001690     77 oper-punt            PIC 9(4) USAGE IS COMP.
001700** Contadores del resumen:
001710     77 total-copiados       PIC 9(4) VALUE 0 USAGE IS COMP.
001720     77 total-repuestos      PIC 9(4) VALUE 0 USAGE IS COMP.
001730     77 cifra-disp           PIC Z(8)9.

001740 PROCEDURE DIVISION.
001820     END-IF.
001830     ACCEPT orden FROM ARGUMENT-VALUE.
001840     MOVE FUNCTION LOWER-CASE(orden) TO orden.
001850** Detras de la orden, el sello y las opciones de mesa, en
001850** cualquier orden:
001850     PERFORM VARYING i FROM 2 BY 1 UNTIL i > numargs
001860       ACCEPT arg FROM ARGUMENT-VALUE
001860       MOVE FUNCTION LOWER-CASE(arg) TO arg
001860       EVALUATE TRUE
001860         WHEN arg(1:7) = "--mesa="
001860           MOVE arg(8:32) TO mesa-arg-temp
001860           MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp)
001860                TO k
001860           IF mesa-arg-temp = SPACES OR k > 16 OR
001860              mesa-arg-temp(1:k) IS NOT T_MESA THEN
001860             DISPLAY "Error! Argumento no reconocido: '",
001860                     FUNCTION TRIM(arg), "'."
001860             MOVE 8 TO RETURN-CODE
001860             STOP RUN
001860           END-IF
001860           SET mesa-modo TO TRUE
001860           MOVE mesa-arg-temp(1:16) TO ws-mesa-id
001860         WHEN arg = "--todas"
001860           SET todas-modo TO TRUE
001860         WHEN arg-sello = SPACES AND arg(1:2) NOT = "--"
001860           MOVE arg TO arg-sello
001860         WHEN OTHER
001860           DISPLAY "Error! Argumento no reconocido: '",
001860                   FUNCTION TRIM(arg), "'."
001860           MOVE 8 TO RETURN-CODE
001860           STOP RUN
001860       END-EVALUATE
001870     END-PERFORM.
001870     IF todas-modo AND
001870        (mesa-modo OR FUNCTION TRIM(orden) NOT = "copiar") THEN
001870       DISPLAY "Error! --todas solo vale para copiar, y sin",
001870               " --mesa=."
001870       MOVE 8 TO RETURN-CODE
001870       STOP RUN
001870     END-IF.
001880     EVALUATE FUNCTION TRIM(orden)
001890       WHEN "copiar"

002030   MOSTRAR-USO.
002040     DISPLAY "Modo de uso:".
002050     DISPLAY "  copiar [--mesa=ID | --todas]".
002060     DISPLAY "  verificar SELLO [--mesa=ID]".
002070     DISPLAY "  reponer SELLO [--mesa=ID]".
002080     DISPLAY "(SELLO es la marca AAAAMMDDHHMMSS que anuncia",
002090             " 'copiar'.)".
002100     EXIT.
002300       STOP RUN
002310     END-IF.
002320     PERFORM ABRIR-MANIFIESTO-SALIDA.
002320     PERFORM MONTAR-LISTA-COPIA.
002330     PERFORM VARYING i FROM 1 BY 1 UNTIL i > cop-num
002340       PERFORM COPIAR-ALMACEN
002350     END-PERFORM.
002360     CLOSE f-manifiesto.
002530     OPEN OUTPUT f-manifiesto.
002540     EXIT.

002541** Los almacenes que entran: sin opciones, los comunes de
002541** siempre (mesas.dat incluido); con "--mesa=ID", solo los de
002541** esa mesa; con "--todas", los comunes y los de cada mesa de
002541** mesas.dat:
002541   MONTAR-LISTA-COPIA.
002541     MOVE 0 TO cop-num.
002541     IF mesa-modo THEN
002541       PERFORM ANADIR-ALMACENES-MESA
002541     ELSE
002541       PERFORM VARYING k FROM 1 BY 1 UNTIL k > 23
002541         ADD 1 TO cop-num
002541         MOVE alm-tipo(k) TO cop-tipo(cop-num)
002541         MOVE alm-nombre(k) TO cop-nombre(cop-num)
002541       END-PERFORM
002541     END-IF.
002541     IF todas-modo THEN
002541       PERFORM CARGAR-MESAS
002541       PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
002541         MOVE mesa-ent(mesa-i) TO ws-mesa-id
002541         PERFORM ANADIR-ALMACENES-MESA
002541       END-PERFORM
002541       MOVE SPACES TO ws-mesa-id
002541     END-IF.
002541     EXIT.

002541   ANADIR-ALMACENES-MESA.
002541     PERFORM VARYING k FROM 1 BY 1 UNTIL k > 18
002541       ADD 1 TO cop-num
002541       MOVE alm-mesa-tipo(k) TO cop-tipo(cop-num)
002541       MOVE SPACES TO cop-nombre(cop-num)
002541       STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
002541              "." DELIMITED BY SIZE,
002541              FUNCTION TRIM(alm-mesa-nombre(k))
002541              DELIMITED BY SIZE
002541              INTO cop-nombre(cop-num)
002541       END-STRING
002541     END-PERFORM.
002541     EXIT.

002541** Las mesas dadas de alta en mesas.dat (una por linea):
002541   CARGAR-MESAS.
002541     MOVE 0 TO mesa-num.
002541     SET fin-mesas TO FALSE.
002541     OPEN INPUT f-mesas.
002541     IF ws-mesas-status NOT = "00" THEN
002541       EXIT PARAGRAPH
002541     END-IF.
002541     PERFORM UNTIL fin-mesas OR mesa-num = 100
002541       READ f-mesas INTO reg-mesa
002541         AT END SET fin-mesas TO TRUE
002541         NOT AT END
002541           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
002541             ADD 1 TO mesa-num
002541             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
002541           END-IF
002541       END-READ
002541     END-PERFORM.
002541     CLOSE f-mesas.
002541     EXIT.

002541** El tipo de un fichero del manifiesto y la mesa a la que
002541** pertenece (en blanco si es de los comunes), por su nombre:
002541** primero se busca entre los comunes; si no, lo que hay
002541** delante del primer punto es la mesa y lo de detras ha de
002541** ser uno de los almacenes de mesa. "clas-tipo" en blanco
002541** quiere decir que no es ningun almacen conocido:
002541   CLASIFICAR-ALMACEN.
002541     MOVE SPACE TO clas-tipo.
002541     MOVE SPACES TO clas-mesa, clas-resto.
002541     PERFORM VARYING k FROM 1 BY 1
002541             UNTIL k > 23 OR clas-tipo NOT = SPACE
002541       IF FUNCTION TRIM(alm-nombre(k)) =
002541          FUNCTION TRIM(man-nombre(j)) THEN
002541         MOVE alm-tipo(k) TO clas-tipo
002541       END-IF
002541     END-PERFORM.
002541     IF clas-tipo NOT = SPACE THEN
002541       EXIT PARAGRAPH
002541     END-IF.
002541     MOVE 1 TO clas-punt.
002541     UNSTRING man-nombre(j) DELIMITED BY "."
002541       INTO clas-mesa WITH POINTER clas-punt
002541     END-UNSTRING.
002541     IF clas-punt > 40 THEN
002541       MOVE SPACES TO clas-mesa
002541       EXIT PARAGRAPH
002541     END-IF.
002541     MOVE man-nombre(j)(clas-punt:) TO clas-resto.
002541     PERFORM VARYING k FROM 1 BY 1
002541             UNTIL k > 18 OR clas-tipo NOT = SPACE
002541       IF FUNCTION TRIM(alm-mesa-nombre(k)) =
002541          FUNCTION TRIM(clas-resto) THEN
002541         MOVE alm-mesa-tipo(k) TO clas-tipo
002541       END-IF
002541     END-PERFORM.
002541     IF clas-tipo = SPACE THEN
002541       MOVE SPACES TO clas-mesa
002541     END-IF.
002541     EXIT.

002550** Un almacen de la lista: si existe, copiarlo a
002560** "copia-SELLO.nombre" contando registros y encadenando el
002570** control, y apuntarlo en el manifiesto:
002600     STRING "copia-" DELIMITED BY SIZE,
002610            copia-sello DELIMITED BY SIZE,
002620            "." DELIMITED BY SIZE,
002630            FUNCTION TRIM(cop-nombre(i)) DELIMITED BY SIZE
002640            INTO nombre-copia
002650     END-STRING.
002660     MOVE 0 TO reg-contados, control-prev.
002670     EVALUATE cop-tipo(i)
002680       WHEN "T"
002690         PERFORM COPIAR-TEXTO
002700       WHEN "U"
002710         PERFORM VOLCAR-USUARIOS-IDX
002720       WHEN "P"
002730         PERFORM VOLCAR-PERSONAJES-IDX
002730       WHEN "R"
002730         PERFORM VOLCAR-RECURSOS-IDX
002730       WHEN "S"
002730         PERFORM VOLCAR-SESIONES-IDX
002740     END-EVALUATE.
002750     EXIT.

002760   COPIAR-TEXTO.
002770     MOVE FUNCTION TRIM(cop-nombre(i)) TO ws-ent-nombre.
002780     SET fin-ent TO FALSE.
002790     OPEN INPUT f-ent.
002800     IF ws-ent-status NOT = "00" THEN

003300   VOLCAR-PERSONAJES-IDX.
003310     SET fin-idx TO FALSE.
003310     MOVE cop-nombre(i) TO ws-pidx-nombre.
003320     OPEN INPUT f-pidx.
003330     IF ws-pidx-status NOT = "00" THEN
003340       EXIT PARAGRAPH
003560     PERFORM APUNTAR-EN-MANIFIESTO.
003570     EXIT.

003570** Los recursos de personaje, igual (clave, actual, maximo y
003570** fecha en sus columnas de registro_recurso.cpy):
003570   VOLCAR-RECURSOS-IDX.
003570     SET fin-idx TO FALSE.
003570     MOVE cop-nombre(i) TO ws-ridx-nombre.
003570     OPEN INPUT f-ridx.
003570     IF ws-ridx-status NOT = "00" THEN
003570       EXIT PARAGRAPH
003570     END-IF.
003570     MOVE LOW-VALUES TO rec-clave.
003570     START f-ridx KEY IS NOT < rec-clave
003570       INVALID KEY SET fin-idx TO TRUE
003570     END-START.
003570     MOVE nombre-copia TO ws-sal-nombre.
003570     OPEN OUTPUT f-sal.
003570     PERFORM UNTIL fin-idx
003570       READ f-ridx NEXT RECORD
003570         AT END SET fin-idx TO TRUE
003570         NOT AT END
003570           MOVE SPACES TO reg-sal
003570           MOVE reg-recurso TO reg-sal(1:120)
003570           WRITE reg-sal
003570           ADD 1 TO reg-contados
003570           MOVE reg-sal TO parte-datos
003570           PERFORM CALCULAR-CONTROL
003570       END-READ
003570     END-PERFORM.
003570     CLOSE f-ridx.
003570     CLOSE f-sal.
003570     PERFORM APUNTAR-EN-MANIFIESTO.
003570     EXIT.

003570** Las sesiones comprometidas, igual (el registro entero de
003570** registro_sesion.cpy, secreto incluido):
003570   VOLCAR-SESIONES-IDX.
003570     SET fin-idx TO FALSE.
003570     MOVE cop-nombre(i) TO ws-sidx-nombre.
003570     OPEN INPUT f-sidx.
003570     IF ws-sidx-status NOT = "00" THEN
003570       EXIT PARAGRAPH
003570     END-IF.
003570     MOVE LOW-VALUES TO ses-clave.
003570     START f-sidx KEY IS NOT < ses-clave
003570       INVALID KEY SET fin-idx TO TRUE
003570     END-START.
003570     MOVE nombre-copia TO ws-sal-nombre.
003570     OPEN OUTPUT f-sal.
003570     PERFORM UNTIL fin-idx
003570       READ f-sidx NEXT RECORD
003570         AT END SET fin-idx TO TRUE
003570         NOT AT END
003570           MOVE SPACES TO reg-sal
003570           MOVE reg-sesion TO reg-sal(1:200)
003570           WRITE reg-sal
003570           ADD 1 TO reg-contados
003570           MOVE reg-sal TO parte-datos
003570           PERFORM CALCULAR-CONTROL
003570       END-READ
003570     END-PERFORM.
003570     CLOSE f-sidx.
003570     CLOSE f-sal.
003570     PERFORM APUNTAR-EN-MANIFIESTO.
003570     EXIT.

003580   APUNTAR-EN-MANIFIESTO.
003590     ADD 1 TO total-copiados.
003600     MOVE SPACES TO reg-manifiesto.
003610     MOVE reg-contados TO cifra-disp.
003620     MOVE control-prev TO control-disp.
003630     STRING "fichero=" DELIMITED BY SIZE,
003640            FUNCTION TRIM(cop-nombre(i)) DELIMITED BY SIZE,
003650            " | registros=" DELIMITED BY SIZE,
003660            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE,
003670            " | control=" DELIMITED BY SIZE,
003790     IF copia-corrupta THEN
003800       EXIT PARAGRAPH
003810     END-IF.
003811** Con "--mesa=ID" solo cuentan los ficheros de esa mesa:
003811     MOVE 0 TO man-en-ambito.
003820     PERFORM VARYING j FROM 1 BY 1 UNTIL j > man-num
003820       PERFORM CLASIFICAR-ALMACEN
003820       IF NOT mesa-modo OR clas-mesa = ws-mesa-id THEN
003820         ADD 1 TO man-en-ambito
003830         PERFORM VERIFICAR-FICHERO-COPIA
003820       END-IF
003840     END-PERFORM.
003841     IF man-en-ambito = 0 THEN
003841       DISPLAY "La copia no tiene ningun fichero de la mesa ",
003841               FUNCTION TRIM(ws-mesa-id), "."
003841       SET copia-corrupta TO TRUE
003841     END-IF.
003850     EXIT.

003860   LEER-MANIFIESTO.
003990       SET copia-corrupta TO TRUE
004000       EXIT PARAGRAPH
004010     END-IF.
004020     PERFORM UNTIL fin-mani OR man-num = 1900
004030       READ f-manifiesto INTO reg-manifiesto
004040         AT END SET fin-mani TO TRUE
004050         NOT AT END
004260     PERFORM VARYING j FROM 1 BY 1 UNTIL j > campos-n
004270       EVALUATE TRUE
004280         WHEN campo-seg(j)(1:8) = "fichero="
004290           MOVE campo-seg(j)(9:40) TO man-fichero-txt
004300         WHEN campo-seg(j)(1:10) = "registros="
004310           MOVE campo-seg(j)(11:12) TO man-registros-txt
004320         WHEN campo-seg(j)(1:8) = "control="
004900       DISPLAY "COPIA ", copia-sello, ": NO CUADRA."
004910       MOVE 4 TO RETURN-CODE
004920     ELSE
004930       MOVE man-en-ambito TO cifra-disp
004940       DISPLAY "COPIA ", copia-sello, ": CORRECTA (",
004950               FUNCTION TRIM(cifra-disp), " ficheros)."
004960       MOVE 0 TO RETURN-CODE
005190     PERFORM SOLTAR-CERROJO.
005200** Los almacenes que no estaban en la copia se quedan como
005210** esten; conviene saberlo:
005210     PERFORM MONTAR-LISTA-COPIA.
005220     PERFORM VARYING i FROM 1 BY 1 UNTIL i > cop-num
005230       PERFORM AVISAR-NO-REPUESTO
005240     END-PERFORM.
005250     MOVE total-repuestos TO cifra-disp.
005380            FUNCTION TRIM(man-nombre(j)) DELIMITED BY SIZE
005390            INTO ws-ent-nombre
005400     END-STRING.
005410** El tipo se deduce del nombre, con la lista de almacenes:
005420     PERFORM CLASIFICAR-ALMACEN.
005490     IF clas-tipo = SPACE THEN
005500       DISPLAY "Aviso: el manifiesto lista '",
005510               FUNCTION TRIM(man-nombre(j)),
005520               "', que no es ningun almacen conocido; se",
005530               " ignora."
005540       EXIT PARAGRAPH
005550     END-IF.
005551** Reponiendo una mesa, lo demas ni se mira:
005551     IF mesa-modo AND clas-mesa NOT = ws-mesa-id THEN
005551       EXIT PARAGRAPH
005551     END-IF.
005560     EVALUATE clas-tipo
005570       WHEN "T"
005580         PERFORM REPONER-TEXTO
005590       WHEN "U"
005600         PERFORM RECONSTRUIR-USUARIOS-IDX
005610       WHEN "P"
005620         PERFORM RECONSTRUIR-PERSONAJES-IDX
005620       WHEN "R"
005620         PERFORM RECONSTRUIR-RECURSOS-IDX
005620       WHEN "S"
005620         PERFORM RECONSTRUIR-SESIONES-IDX
005630     END-EVALUATE.
005640     ADD 1 TO total-repuestos.
005650     EXIT.
005990   RECONSTRUIR-PERSONAJES-IDX.
006000     SET fin-ent TO FALSE.
006010     OPEN INPUT f-ent.
006010     MOVE man-nombre(j) TO ws-pidx-nombre.
006020     OPEN OUTPUT f-pidx.
006030     PERFORM UNTIL fin-ent
006040       READ f-ent INTO reg-ent
006140     CLOSE f-pidx.
006150     EXIT.

006150   RECONSTRUIR-RECURSOS-IDX.
006150     SET fin-ent TO FALSE.
006150     OPEN INPUT f-ent.
006150     MOVE man-nombre(j) TO ws-ridx-nombre.
006150     OPEN OUTPUT f-ridx.
006150     PERFORM UNTIL fin-ent
006150       READ f-ent INTO reg-ent
006150         AT END SET fin-ent TO TRUE
006150         NOT AT END
006150           MOVE reg-ent(1:120) TO reg-recurso
006150           WRITE reg-recurso
006150             INVALID KEY CONTINUE
006150           END-WRITE
006150       END-READ
006150     END-PERFORM.
006150     CLOSE f-ent.
006150     CLOSE f-ridx.
006150     EXIT.

006150   RECONSTRUIR-SESIONES-IDX.
006150     SET fin-ent TO FALSE.
006150     OPEN INPUT f-ent.
006150     MOVE man-nombre(j) TO ws-sidx-nombre.
006150     OPEN OUTPUT f-sidx.
006150     PERFORM UNTIL fin-ent
006150       READ f-ent INTO reg-ent
006150         AT END SET fin-ent TO TRUE
006150         NOT AT END
006150           MOVE reg-ent(1:200) TO reg-sesion
006150           WRITE reg-sesion
006150             INVALID KEY CONTINUE
006150           END-WRITE
006150       END-READ
006150     END-PERFORM.
006150     CLOSE f-ent.
006150     CLOSE f-sidx.
006150     EXIT.

006160   AVISAR-NO-REPUESTO.
006170     PERFORM VARYING j FROM 1 BY 1 UNTIL j > man-num
006180       IF FUNCTION TRIM(man-nombre(j)) =
006190          FUNCTION TRIM(cop-nombre(i)) THEN
006200         EXIT PARAGRAPH
006210       END-IF
006220     END-PERFORM.
006230     DISPLAY "Aviso: ", FUNCTION TRIM(cop-nombre(i)),
006240             " no estaba en la copia; se queda como este.".
006250     EXIT.

006590     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
006600            " | programa=DadosCopia | accion="
006610            DELIMITED BY SIZE,
006620            FUNCTION TRIM(oper-accion) DELIMITED BY SIZE
006620            INTO reg-oper WITH POINTER oper-punt
006620     END-STRING.
006620     IF mesa-modo THEN
006620       STRING " | mesa=" DELIMITED BY SIZE,
006620              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
006620              INTO reg-oper WITH POINTER oper-punt
006620       END-STRING
006620     END-IF.
006620     IF todas-modo THEN
006620       STRING " | mesa=todas" DELIMITED BY SIZE
006620              INTO reg-oper WITH POINTER oper-punt
006620       END-STRING
006620     END-IF.
006620     STRING " | parametros=copia=" DELIMITED BY SIZE,
006640            copia-sello DELIMITED BY SIZE,
006650            " | resultado=" DELIMITED BY SIZE,
006660            FUNCTION TRIM(oper-resultado) DELIMITED BY SIZE
