000170* Opciones:
000180*   --telegram: resumen breve con formato para el chat del grupo.
000190*   --top=N: número de entradas en las listas (por defecto 10).
000190*   --mesa=ID: el registro de la mesa de juego ID.
000190*   --todas: los registros de todas las mesas juntos.
000200*
000210* No usa TirarDados como subprograma por la misma razón que
000220* DadosSesgo: aquí hay que recorrer miles de registros sin salir
000234* porcentajes de naturales y expresion favorita de cada
000235* sesion, tanto en el informe completo como en el resumen de
000236* Telegram.
000237*
000238* 15-10-2026: Mesas de juego. "--mesa=ID" informa del registro
000239* de esa mesa (ID.dados.log) en lugar de dados.log; "--todas"
000239* junta el de la mesa por defecto y el de cada mesa dada de
000239* alta en mesas.dat en un solo informe.
000239*
000239* 15-10-2026: Peticiones repetidas. Las repeticiones de una
000239* peticion que el modo servidor de TirarDados no volvio a
000239* tirar (apuntes "accion=peticion-repetida" de
000239* operaciones.log) se cuentan por dia junto a las tiradas,
000239* las de la misma mesa del informe (con "--todas", las de
000239* todas), desde el primer dia del registro.

000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.       DadosInforme.

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000295 SPECIAL-NAMES.
000295     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS ws-log-status.
000341     SELECT f-mesas ASSIGN TO "mesas.dat"
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS ws-mesas-status.
000343     SELECT f-oper ASSIGN TO "operaciones.log"
000343         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS ws-oper-status.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  f-log.
000380     01 reg-log              PIC X(25000).
000381 FD  f-mesas.
000382     01 reg-mesa             PIC X(20).
000382 FD  f-oper.
000382     01 reg-oper             PIC X(300).

000390 WORKING-STORAGE SECTION.
000400     77 i                    PIC 9(4) USAGE IS COMP.
000530             88 telegram           VALUE 1 FALSE 0.
000540     01 top-arg-temp         PIC X(24) VALUE SPACES.
000550     77 top-n                PIC 999 VALUE 10 USAGE IS COMP.
000551** Mesa de juego ("--mesa=ID") o todas ("--todas"):
000551     01 ws-log-nombre        PIC X(40) VALUE "dados.log".
000551     77 ws-mesas-status      PIC XX.
000551     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000551     01 mesa-arg-temp        PIC X(24) VALUE SPACES.
000551     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
000551         88 mesa-modo              VALUE 1 FALSE 0.
000551     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
000551         88 todas-modo             VALUE 1 FALSE 0.
000551     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000551         88 fin-mesas              VALUE 1 FALSE 0.
000551     01 tabla-mesas.
000551         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
000551         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
000551     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000551     77 logs-leidos          PIC 9(4) VALUE 0 USAGE IS COMP.
000551     01 dia-temp             PIC X(16).
000560** Troceado de cada registro del log en sus campos " | ":
000570     77 campos-n             PIC 99 USAGE IS COMP.
000580     01 campos-log.
000990         05 dia-ent OCCURS 500 TIMES.
001000             10 dia-fecha    PIC X(8).
001010             10 dia-veces    PIC 9(9) USAGE IS COMP.
001010             10 dia-repetidas PIC 9(9) USAGE IS COMP.
001010** Peticiones repetidas que el modo servidor de TirarDados no
001010** volvio a tirar, segun operaciones.log:
001010     77 ws-oper-status       PIC XX.
001010     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001010         88 fin-oper               VALUE 1 FALSE 0.
001010     77 total-repetidas      PIC 9(9) VALUE 0 USAGE IS COMP.
001010     01 oper-resto           PIC X(300) VALUE SPACES.
001010     01 oper-cola            PIC X(300) VALUE SPACES.
001010     01 oper-mesa            PIC X(16) VALUE SPACES.
001020** Tiradas y estadísticas por usuario:
001030     01 tabla-usuarios.
001040         05 usr-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001580             STOP RUN
001590           END-IF
001600           MOVE FUNCTION TRIM(top-arg-temp) TO top-n
001600         WHEN arg(1:7) = "--mesa="
001600           MOVE arg(8:24) TO mesa-arg-temp
001600           MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp) TO k
001600           IF mesa-arg-temp = SPACES OR k > 16 OR
001600              mesa-arg-temp(1:k) IS NOT T_MESA THEN
001600             DISPLAY "Error! Argumento no reconocido: '",
001600                     FUNCTION TRIM(arg), "'."
001600             MOVE 8 TO RETURN-CODE
001600             STOP RUN
001600           END-IF
001600           SET mesa-modo TO TRUE
001600           MOVE mesa-arg-temp(1:16) TO ws-mesa-id
001600           MOVE SPACES TO ws-log-nombre
001600           STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001600                  ".dados.log" DELIMITED BY SIZE
001600                  INTO ws-log-nombre
001600           END-STRING
001600         WHEN arg = "--todas"
001600           SET todas-modo TO TRUE
001610         WHEN OTHER
001620           DISPLAY "Error! Argumento no reconocido: '",
001630                   FUNCTION TRIM(arg), "'."
001680     IF top-n = 0 THEN
001690       MOVE 10 TO top-n
001700     END-IF.
001700     IF mesa-modo AND todas-modo THEN
001700       DISPLAY "Error! --mesa= y --todas no van juntos."
001700       MOVE 8 TO RETURN-CODE
001700       STOP RUN
001700     END-IF.

001710** Se recorre el log entero acumulando los contadores; con
001711** "--todas", el de la mesa por defecto y luego el de cada
001711** mesa de mesas.dat, sobre los mismos contadores:
001720   LEER-LOG.
001721     IF todas-modo THEN
001721       PERFORM CARGAR-MESAS
001721       PERFORM RECORRER-LOG
001721       PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
001721         MOVE SPACES TO ws-log-nombre
001721         STRING FUNCTION TRIM(mesa-ent(mesa-i))
001721                DELIMITED BY SIZE,
001721                ".dados.log" DELIMITED BY SIZE
001721                INTO ws-log-nombre
001721         END-STRING
001721         PERFORM RECORRER-LOG
001721       END-PERFORM
001721     ELSE
001721       PERFORM RECORRER-LOG
001721     END-IF.
001750     IF logs-leidos = 0 THEN
001760       DISPLAY "Error! No existe ", FUNCTION TRIM(ws-log-nombre),
001760               " en este directorio."
001770       MOVE 8 TO RETURN-CODE
001780       STOP RUN
001790     END-IF.
001900     PERFORM CONTAR-REPETIDAS.
001900     PERFORM ORDENAR-DIAS.
001900     PERFORM ORDENAR-USUARIOS.
001910     PERFORM ORDENAR-EXPRESIONES.
001920     IF telegram THEN
001930       PERFORM MOSTRAR-DIGEST
001940     ELSE
001950       PERFORM MOSTRAR-INFORME
001960     END-IF.
001970     MOVE 0 TO RETURN-CODE.
001980     STOP RUN.

001981** Un registro de tiradas. Antes, una pasada previa apunta que
001981** lineas quedan anuladas por los apuntes "anula=N" (que van
001981** por numero de linea de cada registro), para saltarlas:
001981   RECORRER-LOG.
001981     PERFORM LOCALIZAR-ANULACIONES.
001981     SET fin-log TO FALSE.
001981     MOVE 0 TO linea-actual.
001981     OPEN INPUT f-log.
001981     IF ws-log-status NOT = "00" THEN
001981       EXIT PARAGRAPH
001981     END-IF.
001981     ADD 1 TO logs-leidos.
001800     PERFORM UNTIL fin-log
001810       READ f-log INTO reg-log
001820         AT END SET fin-log TO TRUE
001870       END-READ
001880     END-PERFORM.
001890     CLOSE f-log.
001890     EXIT.

001981** Las mesas dadas de alta en mesas.dat (una por linea):
001981   CARGAR-MESAS.
001981     MOVE 0 TO mesa-num.
001981     SET fin-mesas TO FALSE.
001981     OPEN INPUT f-mesas.
001981     IF ws-mesas-status NOT = "00" THEN
001981       EXIT PARAGRAPH
001981     END-IF.
001981     PERFORM UNTIL fin-mesas OR mesa-num = 100
001981       READ f-mesas INTO reg-mesa
001981         AT END SET fin-mesas TO TRUE
001981         NOT AT END
001981           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
001981             ADD 1 TO mesa-num
001981             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
001981           END-IF
001981       END-READ
001981     END-PERFORM.
001981     CLOSE f-mesas.
001981     EXIT.

001981** La pasada previa: que numeros de linea quedan anulados:
001982   LOCALIZAR-ANULACIONES.
002330     INSPECT log-bloques REPLACING ALL "]" BY SPACE.
002340     PERFORM CONVERTIR-RESULTADO.
002350     ADD 1 TO total-tiradas.
002360     IF fecha-primera = SPACES OR
002360        log-fecha(1:8) < fecha-primera THEN
002370       MOVE log-fecha(1:8) TO fecha-primera
002380     END-IF.
002380     IF log-fecha(1:8) > fecha-ultima THEN
002390       MOVE log-fecha(1:8) TO fecha-ultima
002380     END-IF.
002400     PERFORM CONTAR-NATURALES.
002410     PERFORM ANOTAR-DIA.
002420     PERFORM ANOTAR-USUARIO.
003410       ADD 1 TO dia-num
003420       MOVE log-fecha(1:8) TO dia-fecha(dia-num)
003430       MOVE 1 TO dia-veces(dia-num)
003430       MOVE 0 TO dia-repetidas(dia-num)
003440     END-IF.
003450     EXIT.

003450** Las repeticiones suprimidas de operaciones.log, del periodo
003450** del informe (desde la primera tirada) y de su mesa: sin
003450** " | mesa=" son de la mesa por defecto. Un dia sin tiradas
003450** (la original fue la vispera) entra en la tabla con cero:
003450   CONTAR-REPETIDAS.
003450     IF total-tiradas = 0 THEN
003450       EXIT PARAGRAPH
003450     END-IF.
003450     SET fin-oper TO FALSE.
003450     OPEN INPUT f-oper.
003450     IF ws-oper-status NOT = "00" THEN
003450       EXIT PARAGRAPH
003450     END-IF.
003450     PERFORM UNTIL fin-oper
003450       READ f-oper
003450         AT END SET fin-oper TO TRUE
003450         NOT AT END PERFORM ANOTAR-REPETIDA
003450       END-READ
003450     END-PERFORM.
003450     CLOSE f-oper.
003450     EXIT.

003450   ANOTAR-REPETIDA.
003450     INITIALIZE k.
003450     INSPECT reg-oper TALLYING k
003450             FOR ALL " | accion=peticion-repetida |".
003450     IF k = 0 OR reg-oper(1:8) IS NOT NUMERIC OR
003450        reg-oper(1:8) < fecha-primera THEN
003450       EXIT PARAGRAPH
003450     END-IF.
003450     MOVE SPACES TO oper-resto, oper-cola, oper-mesa.
003450     UNSTRING reg-oper DELIMITED BY " | mesa="
003450       INTO oper-resto, oper-cola
003450     END-UNSTRING.
003450     UNSTRING oper-cola DELIMITED BY " "
003450       INTO oper-mesa
003450     END-UNSTRING.
003450     EVALUATE TRUE
003450       WHEN todas-modo
003450         CONTINUE
003450       WHEN mesa-modo
003450         IF oper-mesa NOT = ws-mesa-id THEN
003450           EXIT PARAGRAPH
003450         END-IF
003450       WHEN OTHER
003450         IF oper-mesa NOT = SPACES THEN
003450           EXIT PARAGRAPH
003450         END-IF
003450     END-EVALUATE.
003450     ADD 1 TO total-repetidas.
003450     SET ya-anotado TO FALSE.
003450     PERFORM VARYING j FROM 1 BY 1 UNTIL j > dia-num
003450       IF dia-fecha(j) = reg-oper(1:8) THEN
003450         ADD 1 TO dia-repetidas(j)
003450         SET ya-anotado TO TRUE
003450         EXIT PERFORM
003450       END-IF
003450     END-PERFORM.
003450     IF NOT ya-anotado THEN
003450       IF dia-num = 500 THEN
003450         ADD 1 TO total-desbordes
003450         EXIT PARAGRAPH
003450       END-IF
003450       ADD 1 TO dia-num
003450       MOVE reg-oper(1:8) TO dia-fecha(dia-num)
003450       MOVE 0 TO dia-veces(dia-num)
003450       MOVE 1 TO dia-repetidas(dia-num)
003450     END-IF.
003450     EXIT.

003460** Las tiradas sin "--usuario=" se agrupan como "(anonimo)":
003470   ANOTAR-USUARIO.
003480     IF log-usuario = SPACES THEN
003984     END-IF.
003985     EXIT.

003985** Los dias, por fecha: un solo log ya viene en orden, pero con
003985** "--todas" los de cada mesa van uno detras de otro:
003985   ORDENAR-DIAS.
003985     PERFORM VARYING i FROM 1 BY 1 UNTIL i >= dia-num
003985       PERFORM VARYING j FROM 1 BY 1 UNTIL j > dia-num - i
003985         IF dia-fecha(j) > dia-fecha(j + 1) THEN
003985           MOVE dia-ent(j) TO dia-temp
003985           MOVE dia-ent(j + 1) TO dia-ent(j)
003985           MOVE dia-temp TO dia-ent(j + 1)
003985         END-IF
003985       END-PERFORM
003985     END-PERFORM.
003985     EXIT.

003990** Ordenaciones de mayor a menor número de tiradas, con la misma
003950** burbuja sencilla que usa TirarDados en CALCULAR-VENTAJA:
003960   ORDENAR-USUARIOS.
004180** Informe completó para la terminal:
004190   MOSTRAR-INFORME.
004200     MOVE total-tiradas TO veces-disp.
004210     EVALUATE TRUE
004210       WHEN todas-modo
004210         DISPLAY "Informe de uso de todas las mesas"
004220         DISPLAY "================================="
004210       WHEN mesa-modo
004210         DISPLAY "Informe de uso de ",
004210                 FUNCTION TRIM(ws-log-nombre)
004220         DISPLAY "==========================="
004210       WHEN OTHER
004210         DISPLAY "Informe de uso de dados.log"
004220         DISPLAY "==========================="
004210     END-EVALUATE.
004230     DISPLAY "Tiradas registradas: ",
004240             FUNCTION TRIM(veces-disp).
004250     IF total-tiradas = 0 THEN
004373       DISPLAY "Tiradas anuladas excluidas: ",
004374               FUNCTION TRIM(veces-disp), "."
004375     END-IF.
004375     IF total-repetidas > 0 THEN
004375       MOVE total-repetidas TO veces-disp
004375       DISPLAY "Peticiones repetidas suprimidas (no se volvieron",
004375               " a tirar): ", FUNCTION TRIM(veces-disp), "."
004375     END-IF.
004371     IF total-desbordes > 0 THEN
004372       MOVE total-desbordes TO veces-disp
004373       DISPLAY "Aviso: ", FUNCTION TRIM(veces-disp),
004420       DISPLAY "  ", dia-fecha(i)(1:4), "-",
004430               dia-fecha(i)(5:2), "-", dia-fecha(i)(7:2),
004440               "  ", FUNCTION TRIM(veces-disp)
004440               WITH NO ADVANCING
004440       IF dia-repetidas(i) > 0 THEN
004440         MOVE dia-repetidas(i) TO veces-disp
004440         DISPLAY "  (", FUNCTION TRIM(veces-disp),
004440                 " repetidas suprimidas)" WITH NO ADVANCING
004440       END-IF
004440       DISPLAY " "
004450     END-PERFORM.
004460     DISPLAY " ".
004470     DISPLAY "Tiradas por usuario:".
004940** cual en el chat del grupo cada semana:
004950   MOSTRAR-DIGEST.
004960     MOVE total-tiradas TO veces-disp.
004970     IF mesa-modo THEN
004970       DISPLAY "*Resumen de @tirardadosbot* (mesa ",
004970               FUNCTION TRIM(ws-mesa-id), ")"
004970     ELSE
004970       DISPLAY "*Resumen de @tirardadosbot*"
004970     END-IF.
004980     IF total-tiradas = 0 THEN
004990       DISPLAY "Sin tiradas registradas."
005000       EXIT PARAGRAPH
