000252*   convertir                 - reconstruir personajes.idx
000254*                               desde personajes.dat.
000260* (ATRIBUTO siempre en la forma "personaje.atributo".)
000260*   --mesa=ID                 - la hoja de la mesa de juego ID.
000260*   listar/revisar --todas    - tambien las de todas las mesas.
000261*
000262* 2-9-2026: La hoja vive ademas en el fichero indexado
000263* personajes.idx (clave "personaje.atributo" en minusculas),
000270* editable a mano; tras retocarla, "convertir" otra vez. Las
000271* escrituras van bajo el cerrojo dados.lck, como las de
000272* DadosUsuarios.
000273*
000274* 15-10-2026: Mesas de juego. Con "--mesa=ID" (en cualquier
000275* posicion) se trabaja sobre la hoja de esa mesa
000276* (ID.personajes.dat e ID.personajes.idx, y el aviso de
000276* macros afectadas mira ID.macros.dat); la primera escritura
000276* da de alta la mesa en mesas.dat. "listar --todas" y
000276* "revisar --todas" recorren ademas cada mesa de mesas.dat.
000277*
000277* 15-10-2026: Importacion y exportacion en CSV, para la hoja
000277* de calculo del grupo: una fila por personaje y una columna
000277* por atributo, con la cabecera "personaje,fuerza,...". La
000277* celda vacia es que el personaje no tiene ese atributo. El
000277* separador puede ser "," o ";" (se mira en la cabecera) y
000277* se admiten celdas entre comillas.
000277*   exportar FICHERO.csv      - escribir la hoja en CSV (la
000277*                               linea que gana de cada
000277*                               atributo; las ilegibles no).
000277*   importar FICHERO.csv      - validar cada valor con la
000277*                               regla de siempre y ensenar las
000277*                               diferencias con la hoja:
000277*                               altas, cambios, bajas y macros
000277*                               que fallarian por una baja.
000277*                               Se pide confirmacion ("s") o,
000277*                               con "--confirmar", se aplica sin
000277*                               preguntar.
000277* Un valor ilegible, un nombre mal formado o un personaje o
000277* columna repetidos rechazan el fichero entero sin tocar nada.
000277* Los personajes que no vienen en el CSV se quedan como estan;
000277* de los que si vienen, el CSV manda: lo que no trae se da de
000277* baja y sus duplicados eclipsados se limpian. Todo se aplica
000277* de una vez bajo dados.lck (hoja, indice personajes.idx y la
000277* anotacion "importar-csv" en operaciones.log); si la hoja
000277* cambio entre la vista previa y la confirmacion, no se aplica
000277* nada y hay que repetir la importacion.

000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.       DadosPersonajes.

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000325 SPECIAL-NAMES.
000325     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT f-personajes ASSIGN TO DYNAMIC ws-personajes-nombre
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS ws-personajes-status.
000380     SELECT f-macros ASSIGN TO DYNAMIC ws-macros-nombre
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS ws-macros-status.
000401     SELECT f-cerrojo ASSIGN TO "dados.lck"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS ws-cerrojo-status.
000404     SELECT f-idx ASSIGN TO DYNAMIC ws-idx-nombre
000405         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS DYNAMIC
000407         RECORD KEY IS pidx-clave
000408         FILE STATUS IS ws-idx-status.
000409     SELECT f-mesas ASSIGN TO "mesas.dat"
000409         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS ws-mesas-status.
000409     SELECT f-csv ASSIGN TO DYNAMIC ws-csv-nombre
000409         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS ws-csv-status.
000409     SELECT f-oper ASSIGN TO "operaciones.log"
000409         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS ws-oper-status.

000410 DATA DIVISION.
000420 FILE SECTION.
000464     01 reg-idx.
000465         05 pidx-clave       PIC X(64).
000466         05 pidx-valor       PIC X(56).
000467 FD  f-mesas.
000467     01 reg-mesa             PIC X(20).
000467 FD  f-csv.
000467     01 reg-csv              PIC X(2000).
000467 FD  f-oper.
000467     01 reg-oper             PIC X(300).

000470 WORKING-STORAGE SECTION.
000480     77 i                    PIC 9(4) USAGE IS COMP.
000590         05 orden            PIC X(16) VALUE SPACES.
000600         05 arg-nombre       PIC X(64) VALUE SPACES.
000610         05 arg-valor        PIC X(56) VALUE SPACES.
000610         05 arg-leido        PIC X(64) VALUE SPACES.
000610         05 num-posicional   PIC 99 VALUE 0 USAGE IS COMP.
000611** Mesa de juego ("--mesa=ID") o todas ("--todas"):
000611     01 ws-personajes-nombre PIC X(40) VALUE "personajes.dat".
000611     01 ws-macros-nombre     PIC X(40) VALUE "macros.dat".
000611     01 ws-idx-nombre        PIC X(40) VALUE "personajes.idx".
000611     77 ws-mesas-status      PIC XX.
000611     01 ws-mesa-id           PIC X(16) VALUE SPACES.
000611     01 mesa-arg-temp        PIC X(64) VALUE SPACES.
000611     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
000611         88 mesa-modo              VALUE 1 FALSE 0.
000611     77 opt-todas            PIC 9 VALUE 0 USAGE IS COMP.
000611         88 todas-modo             VALUE 1 FALSE 0.
000611     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000611         88 fin-mesas              VALUE 1 FALSE 0.
000611     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000611         88 mesa-anotada           VALUE 1 FALSE 0.
000611     01 tabla-mesas.
000611         05 mesa-num         PIC 9(4) VALUE 0 USAGE IS COMP.
000611         05 mesa-ent         PIC X(16) OCCURS 100 TIMES.
000611     77 mesa-i               PIC 9(4) VALUE 0 USAGE IS COMP.
000620** La hoja entera en memoria; el fichero se vuelca aqui, se
000630** retoca la tabla y se reescribe si hace falta. Se guarda
000640** tambien la linea original, para conservar tal cual las que
000720             10 atr-estado   PIC X.
000730                 88 atr-valido         VALUE "V".
000740                 88 atr-ilegible       VALUE "I".
000740                 88 atr-suprimido      VALUE "B".
000750     77 atr-hallado          PIC 9(4) VALUE 0 USAGE IS COMP.
000760     77 atr-dupes            PIC 9(4) VALUE 0 USAGE IS COMP.
000770     01 nombre-min           PIC X(64) VALUE SPACES.
001050     77 total-ilegibles      PIC 9(4) VALUE 0 USAGE IS COMP.
001060     77 total-borrados       PIC 9(4) VALUE 0 USAGE IS COMP.
001070     77 cifra-disp           PIC Z(5)9.
001071** Importacion y exportacion en CSV ("importar"/"exportar"):
001071** la hoja de calculo del grupo, una fila por personaje y una
001071** columna por atributo:
001071     01 ws-csv-nombre        PIC X(64) VALUE SPACES.
001071     77 ws-csv-status        PIC XX.
001071     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001071         88 fin-csv                VALUE 1 FALSE 0.
001071     77 opt-confirmar        PIC 9 VALUE 0 USAGE IS COMP.
001071         88 confirmado             VALUE 1 FALSE 0.
001071     01 csv-separador        PIC X VALUE ",".
001071     01 csv-linea            PIC X(2000) VALUE SPACES.
001071     77 csv-punt             PIC 9(4) USAGE IS COMP.
001071     77 csv-long             PIC 9(4) USAGE IS COMP.
001071     77 csv-fila             PIC 9(4) USAGE IS COMP.
001071     01 csv-celda            PIC X(64) VALUE SPACES.
001071     77 csv-celda-long       PIC 99 USAGE IS COMP.
001071     77 csv-fila-disp        PIC Z(3)9.
001071     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001071         88 cabecera-leida         VALUE 1 FALSE 0.
001071     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001071         88 nombre-valido          VALUE 1 FALSE 0.
001071     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001071         88 linea-eclipsada        VALUE 1 FALSE 0.
001071** Las columnas (atributos, en minusculas) y los personajes,
001071** cada uno con el texto de su celda en cada columna y lo que
001071** supone frente a la hoja: " " nada, "A" alta, "C" cambio,
001071** "=" igual:
001071     01 tabla-columnas.
001071         05 col-num          PIC 99 VALUE 0 USAGE IS COMP.
001071         05 col-nombre       PIC X(40) OCCURS 60 TIMES.
001071     77 col-i                PIC 99 USAGE IS COMP.
001071     77 col-hallada          PIC 99 USAGE IS COMP.
001071     01 tabla-csv.
001071         05 pj-num           PIC 9(4) VALUE 0 USAGE IS COMP.
001071         05 pj-ent OCCURS 200 TIMES.
001071             10 pj-nombre    PIC X(40).
001071             10 pj-celda OCCURS 60 TIMES.
001071                 15 pj-valor PIC X(20).
001071                 15 pj-marca PIC X.
001071     77 pj-i                 PIC 9(4) USAGE IS COMP.
001071     77 pj-hallado           PIC 9(4) USAGE IS COMP.
001071     01 personaje-txt        PIC X(64) VALUE SPACES.
001071     01 atributo-txt         PIC X(64) VALUE SPACES.
001071     77 errores-csv          PIC 9(4) VALUE 0 USAGE IS COMP.
001071     77 total-altas          PIC 9(4) VALUE 0 USAGE IS COMP.
001071     77 total-cambios        PIC 9(4) VALUE 0 USAGE IS COMP.
001071     77 total-bajas          PIC 9(4) VALUE 0 USAGE IS COMP.
001071     77 total-eclipsados     PIC 9(4) VALUE 0 USAGE IS COMP.
001071     77 total-fuera          PIC 9(4) VALUE 0 USAGE IS COMP.
001071     01 respuesta            PIC X(8) VALUE SPACES.
001071** La hoja tal como se leyo para la vista previa, para ver al
001071** aplicar (ya bajo el cerrojo) que nadie la ha tocado:
001071     77 lineas-releidas      PIC 9(4) VALUE 0 USAGE IS COMP.
001071     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001071         88 hoja-cambiada          VALUE 1 FALSE 0.
001071** Diario administrativo compartido (operaciones.log):
001071     77 ws-oper-status       PIC XX.
001071     01 oper-accion          PIC X(20) VALUE SPACES.
001071     01 oper-params          PIC X(160) VALUE SPACES.
001071     01 oper-resultado       PIC X(60) VALUE SPACES.
001071     77 oper-punt            PIC 9(4) USAGE IS COMP.

001080 PROCEDURE DIVISION.
001090   LEER-ARGUMENTOS.
001140       MOVE 8 TO RETURN-CODE
001150       STOP RUN
001160     END-IF.
001170** La orden, el atributo y el valor, por ese orden; "--mesa=ID"
001170** y "--todas" pueden ir en cualquier sitio:
001170     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numargs
001180       ACCEPT arg-leido FROM ARGUMENT-VALUE
001180       MOVE FUNCTION LOWER-CASE(arg-leido) TO mesa-arg-temp
001180       EVALUATE TRUE
001180         WHEN mesa-arg-temp(1:7) = "--mesa="
001180           PERFORM LEER-ARG-MESA
001180         WHEN mesa-arg-temp = "--todas"
001180           SET todas-modo TO TRUE
001180         WHEN mesa-arg-temp = "--confirmar"
001180           SET confirmado TO TRUE
001180         WHEN OTHER
001180           ADD 1 TO num-posicional
001180           EVALUATE num-posicional
001180             WHEN 1 MOVE FUNCTION LOWER-CASE(arg-leido) TO orden
001180             WHEN 2 MOVE arg-leido TO arg-nombre
001180             WHEN 3 MOVE arg-leido TO arg-valor
001180           END-EVALUATE
001180       END-EVALUATE
001240     END-PERFORM.
001240     IF todas-modo AND
001240        (mesa-modo OR (FUNCTION TRIM(orden) NOT = "listar" AND
001240                       FUNCTION TRIM(orden) NOT = "revisar")) THEN
001240       DISPLAY "Error! --todas solo vale para listar y revisar,"
001240               " y sin --mesa=."
001240       MOVE 8 TO RETURN-CODE
001240       STOP RUN
001240     END-IF.
001250     EVALUATE FUNCTION TRIM(orden)
001260       WHEN "listar"
001270         PERFORM CARGAR-PERSONAJES
001280         PERFORM LISTAR-ATRIBUTOS
001280         IF todas-modo THEN
001280           PERFORM RECORRER-TODAS-LAS-MESAS
001280         END-IF
001290       WHEN "alta"
001300         PERFORM EXIGIR-NOMBRE-Y-VALOR
001310         PERFORM CARGAR-PERSONAJES
001410       WHEN "revisar"
001420         PERFORM CARGAR-PERSONAJES
001430         PERFORM REVISAR-HOJAS
001430         IF todas-modo THEN
001430           PERFORM RECORRER-TODAS-LAS-MESAS
001430         END-IF
001432       WHEN "convertir"
001434         PERFORM CARGAR-PERSONAJES
001436         PERFORM CONVERTIR-IDX
001436       WHEN "exportar"
001436         PERFORM EXIGIR-FICHERO-CSV
001436         PERFORM CARGAR-PERSONAJES
001436         PERFORM EXPORTAR-CSV
001436       WHEN "importar"
001436         PERFORM EXIGIR-FICHERO-CSV
001436         PERFORM CARGAR-PERSONAJES
001436         PERFORM IMPORTAR-CSV
001440       WHEN OTHER
001450         PERFORM MOSTRAR-USO
001460         MOVE 8 TO RETURN-CODE
001540     DISPLAY "  borrar PERSONAJE.ATRIBUTO".
001550     DISPLAY "  revisar".
001552     DISPLAY "  convertir".
001552     DISPLAY "  exportar FICHERO.csv".
001552     DISPLAY "  importar FICHERO.csv [--confirmar]".
001552     DISPLAY "  (con --mesa=ID, la hoja de esa mesa de juego;".
001552     DISPLAY "  listar/revisar --todas, las de todas las mesas)".
001560     EXIT.

001561** "--mesa=ID": minusculas, cifras, "-" o "_", 16 como mucho.
001561** La hoja, su indice y las macros pasan a ser los de la mesa
001561** (con el identificador y un punto por delante):
001561   LEER-ARG-MESA.
001561     MOVE FUNCTION LOWER-CASE(arg-leido(8:)) TO mesa-arg-temp.
001561     MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp) TO mesa-i.
001561     IF mesa-arg-temp = SPACES OR mesa-i > 16 THEN
001561       DISPLAY "Error! Argumento no reconocido: '",
001561               FUNCTION TRIM(arg-leido), "'."
001561       MOVE 8 TO RETURN-CODE
001561       STOP RUN
001561     END-IF.
001561     IF mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001561       DISPLAY "Error! Argumento no reconocido: '",
001561               FUNCTION TRIM(arg-leido), "'."
001561       MOVE 8 TO RETURN-CODE
001561       STOP RUN
001561     END-IF.
001561     SET mesa-modo TO TRUE.
001561     MOVE mesa-arg-temp(1:16) TO ws-mesa-id.
001561     PERFORM FIJAR-NOMBRES-MESA.
001561     EXIT.

001561   FIJAR-NOMBRES-MESA.
001561     MOVE SPACES TO ws-personajes-nombre, ws-macros-nombre,
001561                    ws-idx-nombre.
001561     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001561            ".personajes.dat" DELIMITED BY SIZE
001561            INTO ws-personajes-nombre
001561     END-STRING.
001561     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001561            ".macros.dat" DELIMITED BY SIZE
001561            INTO ws-macros-nombre
001561     END-STRING.
001561     STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001561            ".personajes.idx" DELIMITED BY SIZE
001561            INTO ws-idx-nombre
001561     END-STRING.
001561     EXIT.

001561** "listar --todas" y "revisar --todas": detras de la hoja de
001561** la mesa por defecto, la de cada mesa de mesas.dat:
001561   RECORRER-TODAS-LAS-MESAS.
001561     MOVE 0 TO mesa-num.
001561     SET fin-mesas TO FALSE.
001561     OPEN INPUT f-mesas.
001561     IF ws-mesas-status NOT = "00" THEN
001561       EXIT PARAGRAPH
001561     END-IF.
001561     PERFORM UNTIL fin-mesas OR mesa-num = 100
001561       READ f-mesas INTO reg-mesa
001561         AT END SET fin-mesas TO TRUE
001561         NOT AT END
001561           IF FUNCTION TRIM(reg-mesa) NOT = SPACES THEN
001561             ADD 1 TO mesa-num
001561             MOVE FUNCTION TRIM(reg-mesa) TO mesa-ent(mesa-num)
001561           END-IF
001561       END-READ
001561     END-PERFORM.
001561     CLOSE f-mesas.
001561     PERFORM VARYING mesa-i FROM 1 BY 1 UNTIL mesa-i > mesa-num
001561       MOVE mesa-ent(mesa-i) TO ws-mesa-id
001561       PERFORM FIJAR-NOMBRES-MESA
001561       DISPLAY " "
001561       DISPLAY "Mesa ", FUNCTION TRIM(ws-mesa-id), ":"
001561       PERFORM CARGAR-PERSONAJES
001561       IF FUNCTION TRIM(orden) = "listar" THEN
001561         PERFORM LISTAR-ATRIBUTOS
001561       ELSE
001561         PERFORM REVISAR-HOJAS
001561       END-IF
001561     END-PERFORM.
001561     EXIT.

001570** El nombre del atributo ha de tener la forma
001580** "personaje.atributo", sin "=" (romperia el formato del
001590** fichero) ni "@" ni espacios (romperian la sustitucion):
002930** duplicado anterior y las ilegibles:
002940   LISTAR-ATRIBUTOS.
002950     IF atr-num = 0 THEN
002960       DISPLAY "No hay atributos (",
002960               FUNCTION TRIM(ws-personajes-nombre), " vacio o",
002970               " inexistente)."
002980       EXIT PARAGRAPH
002990     END-IF.
005710       MOVE 8 TO RETURN-CODE
005720       STOP RUN
005730     END-IF.
005730     PERFORM ANOTAR-MESA.
005740     PERFORM REESCRIBIR-PERSONAJES.
005750     PERFORM RECONSTRUIR-IDX.
005760     PERFORM SOLTAR-CERROJO.
005860       MOVE 8 TO RETURN-CODE
005870       STOP RUN
005880     END-IF.
005880     PERFORM ANOTAR-MESA.
005890     PERFORM RECONSTRUIR-IDX.
005900     PERFORM SOLTAR-CERROJO.
005910     MOVE total-indexados TO cifra-disp.
005920     DISPLAY FUNCTION TRIM(ws-idx-nombre), " reconstruido: ",
005930             FUNCTION TRIM(cifra-disp), " atributos.".
005940     EXIT.

006380     END-PERFORM.
006390     EXIT.

006391** La primera escritura en una mesa la da de alta en mesas.dat
006391** (bajo el cerrojo, igual que ANOTAR-MESA en TirarDados):
006391   ANOTAR-MESA.
006391     IF NOT mesa-modo OR mesa-anotada THEN
006391       EXIT PARAGRAPH
006391     END-IF.
006391     SET fin-mesas TO FALSE.
006391     OPEN INPUT f-mesas.
006391     IF ws-mesas-status = "00" THEN
006391       PERFORM UNTIL fin-mesas OR mesa-anotada
006391         READ f-mesas INTO reg-mesa
006391           AT END SET fin-mesas TO TRUE
006391           NOT AT END
006391             IF FUNCTION TRIM(reg-mesa) = ws-mesa-id THEN
006391               SET mesa-anotada TO TRUE
006391             END-IF
006391         END-READ
006391       END-PERFORM
006391       CLOSE f-mesas
006391     END-IF.
006391     IF NOT mesa-anotada THEN
006391       OPEN EXTEND f-mesas
006391       IF ws-mesas-status = "35" THEN
006391         OPEN OUTPUT f-mesas
006391         CLOSE f-mesas
006391         OPEN EXTEND f-mesas
006391       END-IF
006391       MOVE ws-mesa-id TO reg-mesa
006391       WRITE reg-mesa
006391       CLOSE f-mesas
006391       SET mesa-anotada TO TRUE
006391     END-IF.
006391     EXIT.

006400   SOLTAR-CERROJO.
006410     CLOSE f-cerrojo.
006420     EXIT.

006430** "exportar" e "importar" necesitan el nombre del fichero CSV:
006440   EXIGIR-FICHERO-CSV.
006450     IF FUNCTION TRIM(arg-nombre) = SPACES THEN
006460       DISPLAY "Error! Falta el nombre del fichero CSV."
006470       PERFORM MOSTRAR-USO
006480       MOVE 8 TO RETURN-CODE
006490       STOP RUN
006500     END-IF.
006510     MOVE FUNCTION TRIM(arg-nombre) TO ws-csv-nombre.
006520     EXIT.

006530** La orden "exportar": la hoja en el formato que lee
006540** "importar". De cada atributo, la linea que gana al tirar
006550** (la primera valida); las ilegibles y las eclipsadas no
006560** salen. Personajes y columnas, en el orden en que aparecen
006570** por primera vez en la hoja:
006580   EXPORTAR-CSV.
006590     MOVE 0 TO col-num, pj-num.
006600     PERFORM VARYING i FROM 1 BY 1 UNTIL i > atr-num
006610       IF atr-valido(i) THEN
006620         PERFORM LINEA-ECLIPSADA-O-NO
006630         IF NOT linea-eclipsada THEN
006640           PERFORM EXPORTAR-ATRIBUTO
006650         END-IF
006660       END-IF
006670     END-PERFORM.
006680     OPEN OUTPUT f-csv.
006690     IF ws-csv-status NOT = "00" THEN
006700       DISPLAY "Error! No se puede escribir ",
006710               FUNCTION TRIM(ws-csv-nombre), "."
006720       MOVE 8 TO RETURN-CODE
006730       STOP RUN
006740     END-IF.
006750     MOVE SPACES TO reg-csv.
006760     MOVE 1 TO csv-punt.
006770     STRING "personaje" DELIMITED BY SIZE
006780            INTO reg-csv WITH POINTER csv-punt
006790     END-STRING.
006800     PERFORM VARYING col-i FROM 1 BY 1 UNTIL col-i > col-num
006810       STRING csv-separador DELIMITED BY SIZE,
006820              FUNCTION TRIM(col-nombre(col-i)) DELIMITED BY SIZE
006830              INTO reg-csv WITH POINTER csv-punt
006840       END-STRING
006850     END-PERFORM.
006860     WRITE reg-csv.
006870     PERFORM VARYING pj-i FROM 1 BY 1 UNTIL pj-i > pj-num
006880       MOVE SPACES TO reg-csv
006890       MOVE 1 TO csv-punt
006900       STRING FUNCTION TRIM(pj-nombre(pj-i)) DELIMITED BY SIZE
006910              INTO reg-csv WITH POINTER csv-punt
006920       END-STRING
006930       PERFORM VARYING col-i FROM 1 BY 1 UNTIL col-i > col-num
006940         STRING csv-separador DELIMITED BY SIZE
006950                INTO reg-csv WITH POINTER csv-punt
006960         END-STRING
006970         IF pj-valor(pj-i, col-i) NOT = SPACES THEN
006980           STRING FUNCTION TRIM(pj-valor(pj-i, col-i))
006990                  DELIMITED BY SIZE
007000                  INTO reg-csv WITH POINTER csv-punt
007010           END-STRING
007020         END-IF
007030       END-PERFORM
007040       WRITE reg-csv
007050     END-PERFORM.
007060     CLOSE f-csv.
007070     MOVE pj-num TO cifra-disp.
007080     DISPLAY FUNCTION TRIM(ws-csv-nombre), ": ",
007090             FUNCTION TRIM(cifra-disp), " personajes",
007100             WITH NO ADVANCING.
007110     MOVE col-num TO cifra-disp.
007120     DISPLAY ", ", FUNCTION TRIM(cifra-disp), " columnas.".
007130     EXIT.

007140** Llevar la linea i de la hoja a su fila y su columna:
007150   EXPORTAR-ATRIBUTO.
007160     PERFORM PARTIR-NOMBRE.
007170     PERFORM BUSCAR-PERSONAJE-CSV.
007180     IF pj-hallado = 0 THEN
007190       IF pj-num = 200 THEN
007200         DISPLAY "Error! Mas de 200 personajes; no caben en"
007210         DISPLAY "el CSV."
007220         MOVE 8 TO RETURN-CODE
007230         STOP RUN
007240       END-IF
007250       ADD 1 TO pj-num
007260       MOVE pj-num TO pj-hallado
007270       MOVE personaje-txt TO pj-nombre(pj-num)
007280       PERFORM VARYING col-i FROM 1 BY 1 UNTIL col-i > 60
007290         MOVE SPACES TO pj-valor(pj-num, col-i)
007300         MOVE SPACE TO pj-marca(pj-num, col-i)
007310       END-PERFORM
007320     END-IF.
007330     PERFORM BUSCAR-COLUMNA-CSV.
007340     IF col-hallada = 0 THEN
007350       IF col-num = 60 THEN
007360         DISPLAY "Error! Mas de 60 atributos distintos; no"
007370         DISPLAY "caben en el CSV."
007380         MOVE 8 TO RETURN-CODE
007390         STOP RUN
007400       END-IF
007410       ADD 1 TO col-num
007420       MOVE col-num TO col-hallada
007430       MOVE atributo-txt TO col-nombre(col-num)
007440     END-IF.
007450     MOVE FUNCTION TRIM(atr-valor(i))
007460          TO pj-valor(pj-hallado, col-hallada).
007470     EXIT.

007480** "personaje.atributo" de la linea i, en minusculas, partido
007490** en personaje-txt y atributo-txt:
007500   PARTIR-NOMBRE.
007510     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(atr-nombre(i)))
007520          TO nombre-tabla-min.
007530     MOVE SPACES TO personaje-txt, atributo-txt.
007540     UNSTRING nombre-tabla-min DELIMITED BY "."
007550       INTO personaje-txt, atributo-txt
007560     END-UNSTRING.
007570     EXIT.

007580   BUSCAR-PERSONAJE-CSV.
007590     MOVE 0 TO pj-hallado.
007600     PERFORM VARYING pj-i FROM 1 BY 1
007610             UNTIL pj-i > pj-num OR pj-hallado > 0
007620       IF pj-nombre(pj-i) = personaje-txt THEN
007630         MOVE pj-i TO pj-hallado
007640       END-IF
007650     END-PERFORM.
007660     EXIT.

007670   BUSCAR-COLUMNA-CSV.
007680     MOVE 0 TO col-hallada.
007690     PERFORM VARYING col-i FROM 1 BY 1
007700             UNTIL col-i > col-num OR col-hallada > 0
007710       IF col-nombre(col-i) = atributo-txt THEN
007720         MOVE col-i TO col-hallada
007730       END-IF
007740     END-PERFORM.
007750     EXIT.

007760** La linea valida i queda eclipsada si otra linea valida
007770** anterior tiene el mismo nombre (al tirar gana aquella):
007780   LINEA-ECLIPSADA-O-NO.
007790     SET linea-eclipsada TO FALSE.
007800     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(atr-nombre(i)))
007810          TO nombre-tabla-min.
007820     PERFORM VARYING j FROM 1 BY 1
007830             UNTIL j >= i OR linea-eclipsada
007840       IF atr-valido(j) THEN
007850         MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
007860              atr-nombre(j))) TO nombre-otro-min
007870         IF nombre-otro-min = nombre-tabla-min THEN
007880           SET linea-eclipsada TO TRUE
007890         END-IF
007900       END-IF
007910     END-PERFORM.
007920     EXIT.

007930** La orden "importar": leer y validar el CSV entero, ensenar
007940** las diferencias y, confirmado, aplicarlas:
007950   IMPORTAR-CSV.
007960     PERFORM LEER-CSV.
007970     IF errores-csv > 0 THEN
007980       MOVE errores-csv TO cifra-disp
007990       DISPLAY "Fichero rechazado (", FUNCTION TRIM(cifra-disp),
008000               " errores): no se ha tocado nada."
008010       MOVE 8 TO RETURN-CODE
008020       STOP RUN
008030     END-IF.
008040     IF pj-num = 0 THEN
008050       DISPLAY "Error! ", FUNCTION TRIM(ws-csv-nombre),
008060               " no trae ningun personaje."
008070       MOVE 8 TO RETURN-CODE
008080       STOP RUN
008090     END-IF.
008100     PERFORM COMPARAR-CON-HOJA.
008110     IF total-altas + total-cambios + total-bajas +
008120        total-eclipsados = 0 THEN
008130       DISPLAY "Sin cambios: la hoja ya coincide con el CSV."
008140       MOVE 0 TO RETURN-CODE
008150       STOP RUN
008160     END-IF.
008170     IF NOT confirmado THEN
008180       DISPLAY "Aplicar estos cambios? (s/n): "
008190               WITH NO ADVANCING
008200       MOVE SPACES TO respuesta
008210       ACCEPT respuesta
008220       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(respuesta))
008230            TO respuesta
008240       IF respuesta NOT = "s" AND respuesta NOT = "si" THEN
008250         DISPLAY "Importacion cancelada: no se ha tocado nada."
008260         MOVE 4 TO RETURN-CODE
008270         STOP RUN
008280       END-IF
008290     END-IF.
008300     PERFORM APLICAR-IMPORTACION.
008310     EXIT.

008320** El CSV: la primera linea no vacia es la cabecera; cada
008330** error se cuenta y se ensena con su fila, para corregirlos
008340** todos de una vez en la hoja de calculo:
008350   LEER-CSV.
008360     MOVE 0 TO col-num, pj-num, errores-csv, csv-fila.
008370     SET cabecera-leida TO FALSE.
008380     SET fin-csv TO FALSE.
008390     OPEN INPUT f-csv.
008400     IF ws-csv-status NOT = "00" THEN
008410       DISPLAY "Error! No se puede leer ",
008420               FUNCTION TRIM(ws-csv-nombre), "."
008430       MOVE 8 TO RETURN-CODE
008440       STOP RUN
008450     END-IF.
008460     PERFORM UNTIL fin-csv
008470       READ f-csv
008480         AT END SET fin-csv TO TRUE
008490         NOT AT END
008500           ADD 1 TO csv-fila
008510           MOVE reg-csv TO csv-linea
008520           INSPECT csv-linea REPLACING ALL X"0D" BY SPACE
008530           IF csv-linea NOT = SPACES THEN
008540             IF cabecera-leida THEN
008550               PERFORM LEER-FILA-CSV
008560             ELSE
008570               PERFORM LEER-CABECERA-CSV
008580             END-IF
008590           END-IF
008600       END-READ
008610     END-PERFORM.
008620     CLOSE f-csv.
008630     IF NOT cabecera-leida THEN
008640       DISPLAY "Error! ", FUNCTION TRIM(ws-csv-nombre),
008650               " esta vacio."
008660       ADD 1 TO errores-csv
008670     END-IF.
008680     EXIT.

008690** La cabecera: "personaje" (o lo que sea) y un atributo por
008700** columna. Si trae ";" es que la hoja de calculo exporto con
008710** punto y coma:
008720   LEER-CABECERA-CSV.
008730     SET cabecera-leida TO TRUE.
008740     MOVE 0 TO csv-long.
008750     INSPECT csv-linea TALLYING csv-long FOR ALL ";".
008760     IF csv-long > 0 THEN
008770       MOVE ";" TO csv-separador
008780     END-IF.
008790     MOVE 1 TO csv-punt.
008800     MOVE FUNCTION STORED-CHAR-LENGTH(csv-linea) TO csv-long.
008810     PERFORM TOMAR-CELDA-CSV.
008820     PERFORM UNTIL csv-punt > csv-long
008830       PERFORM TOMAR-CELDA-CSV
008840       MOVE FUNCTION LOWER-CASE(csv-celda) TO atributo-txt
008850       PERFORM VALIDAR-NOMBRE-CSV
008860       IF NOT nombre-valido THEN
008870         PERFORM ERROR-FILA-CSV
008880         DISPLAY "  columna '", FUNCTION TRIM(csv-celda),
008890                 "': nombre de atributo no valido."
008900       ELSE
008910         PERFORM BUSCAR-COLUMNA-CSV
008920         EVALUATE TRUE
008930           WHEN col-hallada > 0
008940             PERFORM ERROR-FILA-CSV
008950             DISPLAY "  columna '", FUNCTION TRIM(csv-celda),
008960                     "' repetida."
008970           WHEN col-num = 60
008980             PERFORM ERROR-FILA-CSV
008990             DISPLAY "  mas de 60 columnas de atributos."
009000           WHEN OTHER
009010             ADD 1 TO col-num
009020             MOVE atributo-txt TO col-nombre(col-num)
009030         END-EVALUATE
009040       END-IF
009050     END-PERFORM.
009060     IF col-num = 0 AND errores-csv = 0 THEN
009070       PERFORM ERROR-FILA-CSV
009080       DISPLAY "  la cabecera no trae ninguna columna de",
009090               " atributo."
009100     END-IF.
009110     EXIT.

009120** Una fila: el personaje y su valor en cada columna (vacio:
009130** no tiene ese atributo):
009140   LEER-FILA-CSV.
009150     MOVE 1 TO csv-punt.
009160     MOVE FUNCTION STORED-CHAR-LENGTH(csv-linea) TO csv-long.
009170     PERFORM TOMAR-CELDA-CSV.
009180     MOVE FUNCTION LOWER-CASE(csv-celda) TO personaje-txt.
009190     MOVE personaje-txt TO atributo-txt.
009200     PERFORM VALIDAR-NOMBRE-CSV.
009210     IF NOT nombre-valido THEN
009220       PERFORM ERROR-FILA-CSV
009230       DISPLAY "  personaje '", FUNCTION TRIM(csv-celda),
009240               "': nombre no valido."
009250       EXIT PARAGRAPH
009260     END-IF.
009270     PERFORM BUSCAR-PERSONAJE-CSV.
009280     IF pj-hallado > 0 THEN
009290       PERFORM ERROR-FILA-CSV
009300       DISPLAY "  personaje '", FUNCTION TRIM(personaje-txt),
009310               "' repetido."
009320       EXIT PARAGRAPH
009330     END-IF.
009340     IF pj-num = 200 THEN
009350       PERFORM ERROR-FILA-CSV
009360       DISPLAY "  mas de 200 personajes."
009370       EXIT PARAGRAPH
009380     END-IF.
009390     ADD 1 TO pj-num.
009400     MOVE personaje-txt TO pj-nombre(pj-num).
009410     PERFORM VARYING col-i FROM 1 BY 1 UNTIL col-i > 60
009420       MOVE SPACES TO pj-valor(pj-num, col-i)
009430       MOVE SPACE TO pj-marca(pj-num, col-i)
009440     END-PERFORM.
009450     PERFORM VARYING col-i FROM 1 BY 1
009460             UNTIL col-i > col-num OR csv-punt > csv-long
009470       PERFORM TOMAR-CELDA-CSV
009480       IF csv-celda NOT = SPACES THEN
009490         PERFORM VALIDAR-CELDA-CSV
009500       END-IF
009510     END-PERFORM.
009520     IF csv-punt NOT > csv-long THEN
009530       IF csv-linea(csv-punt:) NOT = SPACES THEN
009570         MOVE csv-linea(csv-punt:) TO csv-celda
009580         INSPECT csv-celda REPLACING ALL csv-separador BY SPACE
009590         IF csv-celda NOT = SPACES THEN
009600           PERFORM ERROR-FILA-CSV
009610           DISPLAY "  mas celdas que columnas en la cabecera."
009620         END-IF
009630       END-IF
009640     END-IF.
009650     EXIT.

009660** El valor de una celda: la misma regla que VALIDAR-VALOR
009670** (la de COMPROBAR-VALOR-ATRIBUTO en TirarDados):
009680   VALIDAR-CELDA-CSV.
009690     MOVE csv-celda TO valor-txt.
009700     PERFORM VALIDAR-VALOR.
009710     IF NOT valor-valido OR
009720        FUNCTION STORED-CHAR-LENGTH(csv-celda) > 20 THEN
009730       PERFORM ERROR-FILA-CSV
009740       DISPLAY "  ", FUNCTION TRIM(personaje-txt), ".",
009750               FUNCTION TRIM(col-nombre(col-i)), ": '",
009760               FUNCTION TRIM(csv-celda),
009770               "' no es un entero (con '-' opcional)."
009780     ELSE
009790       MOVE FUNCTION TRIM(csv-celda) TO pj-valor(pj-num, col-i)
009800     END-IF.
009810     EXIT.

009820** La celda siguiente de csv-linea desde csv-punt, sin
009830** espacios y sin las comillas con que la rodean algunas
009840** hojas de calculo (las celdas son nombres y enteros: no hay
009850** separadores dentro de las comillas):
009860   TOMAR-CELDA-CSV.
009870     MOVE SPACES TO csv-celda.
009880     UNSTRING csv-linea DELIMITED BY csv-separador
009890       INTO csv-celda WITH POINTER csv-punt
009900     END-UNSTRING.
009910     MOVE FUNCTION TRIM(csv-celda) TO csv-celda.
009920     IF csv-celda(1:1) = '"' THEN
009930       MOVE csv-celda(2:) TO csv-celda
009940       MOVE FUNCTION STORED-CHAR-LENGTH(csv-celda)
009950            TO csv-celda-long
009960       IF csv-celda-long > 0 THEN
009970         IF csv-celda(csv-celda-long:1) = '"' THEN
009980           MOVE SPACE TO csv-celda(csv-celda-long:1)
009990         END-IF
010000       END-IF
010010       MOVE FUNCTION TRIM(csv-celda) TO csv-celda
010020     END-IF.
010030     EXIT.

010040** Un nombre de personaje o de atributo (en atributo-txt):
010050** no vacio y sin "=", "@", "." ni espacios, para que
010060** "personaje.atributo" salga como lo pide EXIGIR-NOMBRE:
010070   VALIDAR-NOMBRE-CSV.
010080     SET nombre-valido TO FALSE.
010090     IF atributo-txt = SPACES THEN
010100       EXIT PARAGRAPH
010110     END-IF.
010120     MOVE 0 TO ds.
010130     INSPECT atributo-txt TALLYING ds FOR ALL "=".
010140     INSPECT atributo-txt TALLYING ds FOR ALL "@".
010150     INSPECT atributo-txt TALLYING ds FOR ALL ".".
010160     INSPECT FUNCTION TRIM(atributo-txt)
010170             TALLYING ds FOR ALL SPACE.
010180     IF ds = 0 THEN
010190       SET nombre-valido TO TRUE
010200     END-IF.
010210     EXIT.

010220   ERROR-FILA-CSV.
010230     ADD 1 TO errores-csv.
010240     MOVE csv-fila TO csv-fila-disp.
010250     DISPLAY "Error en la fila ", FUNCTION TRIM(csv-fila-disp),
010260             " de ", FUNCTION TRIM(ws-csv-nombre), ":".
010270     EXIT.

010280** La vista previa: cada celda con valor frente a la linea
010290** que gana en la hoja (alta, cambio o igual), y cada
010300** atributo de un personaje del CSV que el CSV ya no trae
010310** (baja, con aviso de las macros que lo usan):
010320   COMPARAR-CON-HOJA.
010330     MOVE 0 TO total-altas, total-cambios, total-bajas,
010340               total-eclipsados, total-fuera.
010350     DISPLAY "Diferencias entre ", FUNCTION TRIM(ws-csv-nombre),
010360             " y ", FUNCTION TRIM(ws-personajes-nombre), ":".
010370     PERFORM VARYING pj-i FROM 1 BY 1 UNTIL pj-i > pj-num
010380       PERFORM VARYING col-i FROM 1 BY 1 UNTIL col-i > col-num
010390         IF pj-valor(pj-i, col-i) NOT = SPACES THEN
010400           PERFORM COMPARAR-CELDA
010410         END-IF
010420       END-PERFORM
010430     END-PERFORM.
010440     PERFORM VARYING i FROM 1 BY 1 UNTIL i > atr-num
010450       IF atr-valido(i) THEN
010460         PERFORM COMPARAR-LINEA-HOJA
010470       END-IF
010480     END-PERFORM.
010490     MOVE total-altas TO cifra-disp.
010500     DISPLAY "Altas: ", FUNCTION TRIM(cifra-disp)
010510             WITH NO ADVANCING.
010520     MOVE total-cambios TO cifra-disp.
010530     DISPLAY ", cambios: ", FUNCTION TRIM(cifra-disp)
010540             WITH NO ADVANCING.
010550     MOVE total-bajas TO cifra-disp.
010560     DISPLAY ", bajas: ", FUNCTION TRIM(cifra-disp), ".".
010570     IF total-eclipsados > 0 THEN
010580       MOVE total-eclipsados TO cifra-disp
010590       DISPLAY "Duplicados eclipsados que se limpian: ",
010600               FUNCTION TRIM(cifra-disp), "."
010610     END-IF.
010620     IF total-fuera > 0 THEN
010630       MOVE total-fuera TO cifra-disp
010640       DISPLAY "Atributos de personajes que no vienen en el",
010650               " CSV (se quedan como estan): ",
010660               FUNCTION TRIM(cifra-disp), "."
010670     END-IF.
010680     EXIT.

010690   COMPARAR-CELDA.
010700     MOVE SPACES TO nombre-min.
010710     STRING FUNCTION TRIM(pj-nombre(pj-i)) DELIMITED BY SIZE,
010720            "." DELIMITED BY SIZE,
010730            FUNCTION TRIM(col-nombre(col-i)) DELIMITED BY SIZE
010740            INTO nombre-min
010750     END-STRING.
010760     PERFORM LOCALIZAR-VALIDO.
010770     IF atr-hallado = 0 THEN
010780       MOVE "A" TO pj-marca(pj-i, col-i)
010790       ADD 1 TO total-altas
010800       DISPLAY "  + ", FUNCTION TRIM(nombre-min), " = ",
010810               FUNCTION TRIM(pj-valor(pj-i, col-i))
010820       EXIT PARAGRAPH
010830     END-IF.
010840     IF FUNCTION NUMVAL(atr-valor(atr-hallado)) =
010850        FUNCTION NUMVAL(pj-valor(pj-i, col-i)) THEN
010860       MOVE "=" TO pj-marca(pj-i, col-i)
010870     ELSE
010880       MOVE "C" TO pj-marca(pj-i, col-i)
010890       ADD 1 TO total-cambios
010900       DISPLAY "  ~ ", FUNCTION TRIM(nombre-min), ": ",
010910               FUNCTION TRIM(atr-valor(atr-hallado)), " -> ",
010920               FUNCTION TRIM(pj-valor(pj-i, col-i))
010930     END-IF.
010940     EXIT.

010950** La primera linea VALIDA con el nombre de nombre-min (la que
010960** gana al tirar; LOCALIZAR-ATRIBUTO cuenta tambien las
010970** ilegibles):
010980   LOCALIZAR-VALIDO.
010990     MOVE 0 TO atr-hallado.
011000     PERFORM VARYING i FROM 1 BY 1
011010             UNTIL i > atr-num OR atr-hallado > 0
011020       IF atr-valido(i) THEN
011030         MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
011040              atr-nombre(i))) TO nombre-tabla-min
011050         IF nombre-tabla-min = nombre-min THEN
011060           MOVE i TO atr-hallado
011070         END-IF
011080       END-IF
011090     END-PERFORM.
011100     EXIT.

011110   COMPARAR-LINEA-HOJA.
011120     PERFORM PARTIR-NOMBRE.
011130     PERFORM BUSCAR-PERSONAJE-CSV.
011140     PERFORM LINEA-ECLIPSADA-O-NO.
011150     IF pj-hallado = 0 THEN
011160       IF NOT linea-eclipsada THEN
011170         ADD 1 TO total-fuera
011180       END-IF
011190       EXIT PARAGRAPH
011200     END-IF.
011210     IF linea-eclipsada THEN
011220       ADD 1 TO total-eclipsados
011230       EXIT PARAGRAPH
011240     END-IF.
011250     PERFORM BUSCAR-COLUMNA-CSV.
011260     IF col-hallada > 0 THEN
011270       IF pj-valor(pj-hallado, col-hallada) NOT = SPACES THEN
011280         EXIT PARAGRAPH
011290       END-IF
011300     END-IF.
011310     ADD 1 TO total-bajas.
011320     DISPLAY "  - ", FUNCTION TRIM(atr-nombre(i)), " (era ",
011330             FUNCTION TRIM(atr-valor(i)), ")".
011340     MOVE nombre-tabla-min TO nombre-min.
011350     PERFORM AVISAR-MACROS-AFECTADAS.
011360     EXIT.

011370** Aplicar la importacion de una vez bajo el cerrojo: ver que
011380** la hoja sigue como en la vista previa, rehacer la tabla,
011390** reescribir personajes.dat, rehacer personajes.idx y anotar
011400** la operacion en el diario:
011410   APLICAR-IMPORTACION.
011420     PERFORM OBTENER-CERROJO.
011430     IF NOT cerrojo-obtenido THEN
011440       DISPLAY "Error! dados.lck ocupado; otro proceso esta"
011450       DISPLAY "escribiendo. Vuelve a intentarlo en un rato."
011460       MOVE 8 TO RETURN-CODE
011470       STOP RUN
011480     END-IF.
011490     PERFORM COMPROBAR-HOJA-INTACTA.
011500     IF hoja-cambiada THEN
011510       PERFORM SOLTAR-CERROJO
011520       DISPLAY "Error! ", FUNCTION TRIM(ws-personajes-nombre),
011530               " ha cambiado desde la vista previa; no se ha"
011540       DISPLAY "aplicado nada. Repite la importacion."
011550       MOVE 8 TO RETURN-CODE
011560       STOP RUN
011570     END-IF.
011580** De abajo arriba, para que la comprobacion de eclipsadas
011590** mire lineas que aun no se han tocado:
011600     PERFORM VARYING i FROM atr-num BY -1 UNTIL i = 0
011610       IF atr-valido(i) THEN
011620         PERFORM MARCAR-LINEA-IMPORTADA
011630       END-IF
011640     END-PERFORM.
011650     MOVE 0 TO j.
011660     PERFORM VARYING i FROM 1 BY 1 UNTIL i > atr-num
011670       IF NOT atr-suprimido(i) THEN
011680         ADD 1 TO j
011690         MOVE atr-ent(i) TO atr-ent(j)
011700       END-IF
011710     END-PERFORM.
011720     MOVE j TO atr-num.
011730     IF atr-num + total-altas > 1000 THEN
011740       PERFORM SOLTAR-CERROJO
011750       DISPLAY "Error! Con las altas la hoja pasaria de 1000"
011760       DISPLAY "lineas; no se ha aplicado nada."
011770       MOVE 8 TO RETURN-CODE
011780       STOP RUN
011790     END-IF.
011800     PERFORM VARYING pj-i FROM 1 BY 1 UNTIL pj-i > pj-num
011810       PERFORM VARYING col-i FROM 1 BY 1 UNTIL col-i > col-num
011820         IF pj-marca(pj-i, col-i) = "A" THEN
011830           PERFORM ANADIR-ALTA-IMPORTADA
011840         END-IF
011850       END-PERFORM
011860     END-PERFORM.
011870     PERFORM ANOTAR-MESA.
011880     PERFORM REESCRIBIR-PERSONAJES.
011890     PERFORM RECONSTRUIR-IDX.
011900     MOVE "importar-csv" TO oper-accion.
011910     MOVE SPACES TO oper-params, oper-resultado.
011920     MOVE 1 TO oper-punt.
011930     STRING "fichero=" DELIMITED BY SIZE,
011940            FUNCTION TRIM(ws-csv-nombre) DELIMITED BY SIZE
011950            INTO oper-params WITH POINTER oper-punt
011960     END-STRING.
011970     MOVE total-altas TO cifra-disp.
011980     STRING " altas=" DELIMITED BY SIZE,
011990            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
012000            INTO oper-params WITH POINTER oper-punt
012010     END-STRING.
012020     MOVE total-cambios TO cifra-disp.
012030     STRING " cambios=" DELIMITED BY SIZE,
012040            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
012050            INTO oper-params WITH POINTER oper-punt
012060     END-STRING.
012070     MOVE total-bajas TO cifra-disp.
012080     STRING " bajas=" DELIMITED BY SIZE,
012090            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
012100            INTO oper-params WITH POINTER oper-punt
012110     END-STRING.
012120     MOVE total-indexados TO cifra-disp.
012130     STRING "aplicada indexados=" DELIMITED BY SIZE,
012140            FUNCTION TRIM(cifra-disp) DELIMITED BY SIZE
012150            INTO oper-resultado
012160     END-STRING.
012170     PERFORM ESCRIBIR-OPERACION.
012180     PERFORM SOLTAR-CERROJO.
012190     DISPLAY "Importacion aplicada: ",
012200             FUNCTION TRIM(ws-personajes-nombre), " y ",
012210             FUNCTION TRIM(ws-idx-nombre), " al dia (",
012220             FUNCTION TRIM(cifra-disp), " atributos).".
012230     MOVE 0 TO RETURN-CODE.
012240     EXIT.

012250** Una linea valida de la hoja frente al CSV: de un personaje
012260** que no viene, se queda; eclipsada, fuera; sin valor en el
012270** CSV, fuera (baja); con valor, toma el del CSV:
012280   MARCAR-LINEA-IMPORTADA.
012290     PERFORM PARTIR-NOMBRE.
012300     PERFORM BUSCAR-PERSONAJE-CSV.
012310     IF pj-hallado = 0 THEN
012320       EXIT PARAGRAPH
012330     END-IF.
012340     PERFORM LINEA-ECLIPSADA-O-NO.
012350     IF linea-eclipsada THEN
012360       SET atr-suprimido(i) TO TRUE
012370       EXIT PARAGRAPH
012380     END-IF.
012390     PERFORM BUSCAR-COLUMNA-CSV.
012400     IF col-hallada = 0 THEN
012410       SET atr-suprimido(i) TO TRUE
012420       EXIT PARAGRAPH
012430     END-IF.
012440     IF pj-valor(pj-hallado, col-hallada) = SPACES THEN
012450       SET atr-suprimido(i) TO TRUE
012460     END-IF.
012470     IF pj-marca(pj-hallado, col-hallada) = "C" THEN
012480       MOVE pj-valor(pj-hallado, col-hallada) TO atr-valor(i)
012480     END-IF.
012490     EXIT.

012500   ANADIR-ALTA-IMPORTADA.
012510     ADD 1 TO atr-num.
012520     MOVE SPACES TO atr-nombre(atr-num), atr-valor(atr-num),
012530                    atr-linea(atr-num).
012540     STRING FUNCTION TRIM(pj-nombre(pj-i)) DELIMITED BY SIZE,
012550            "." DELIMITED BY SIZE,
012560            FUNCTION TRIM(col-nombre(col-i)) DELIMITED BY SIZE
012570            INTO atr-nombre(atr-num)
012580     END-STRING.
012590     MOVE pj-valor(pj-i, col-i) TO atr-valor(atr-num).
012600     SET atr-valido(atr-num) TO TRUE.
012610     EXIT.

012620** Releer personajes.dat (ya bajo el cerrojo) y compararla
012630** linea a linea con la que se cargo para la vista previa:
012640   COMPROBAR-HOJA-INTACTA.
012650     SET hoja-cambiada TO FALSE.
012660     MOVE 0 TO lineas-releidas.
012670     SET fin-personajes TO FALSE.
012680     OPEN INPUT f-personajes.
012690     IF ws-personajes-status NOT = "00" THEN
012700       IF atr-num > 0 THEN
012710         SET hoja-cambiada TO TRUE
012720       END-IF
012730       EXIT PARAGRAPH
012740     END-IF.
012750     PERFORM UNTIL fin-personajes OR hoja-cambiada
012760       READ f-personajes INTO reg-personaje
012770         AT END SET fin-personajes TO TRUE
012780         NOT AT END
012790           IF FUNCTION TRIM(reg-personaje) NOT = SPACES THEN
012800             ADD 1 TO lineas-releidas
012810             IF lineas-releidas > atr-num THEN
012820               SET hoja-cambiada TO TRUE
012830             ELSE
012840               IF reg-personaje NOT =
012850                  atr-linea(lineas-releidas) THEN
012860                 SET hoja-cambiada TO TRUE
012870               END-IF
012880             END-IF
012890           END-IF
012900       END-READ
012910     END-PERFORM.
012920     CLOSE f-personajes.
012930     IF lineas-releidas NOT = atr-num THEN
012940       SET hoja-cambiada TO TRUE
012950     END-IF.
012960     EXIT.

012970** La anotacion en el diario administrativo compartido
012980** (operaciones.log), con el cerrojo ya cogido por quien
012990** llama:
013000   ESCRIBIR-OPERACION.
013010     OPEN EXTEND f-oper.
013020     IF ws-oper-status = "35" THEN
013030       OPEN OUTPUT f-oper
013040       CLOSE f-oper
013050       OPEN EXTEND f-oper
013060     END-IF.
013070     MOVE SPACES TO reg-oper.
013080     MOVE 1 TO oper-punt.
013090     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
013100            " | programa=DadosPersonajes | accion="
013110            DELIMITED BY SIZE,
013120            FUNCTION TRIM(oper-accion) DELIMITED BY SIZE
013130            INTO reg-oper WITH POINTER oper-punt
013140     END-STRING.
013150     IF mesa-modo THEN
013160       STRING " | mesa=" DELIMITED BY SIZE,
013170              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
013180              INTO reg-oper WITH POINTER oper-punt
013190       END-STRING
013200     END-IF.
013210     STRING " | parametros=" DELIMITED BY SIZE,
013220            FUNCTION TRIM(oper-params) DELIMITED BY SIZE,
013230            " | resultado=" DELIMITED BY SIZE,
013240            FUNCTION TRIM(oper-resultado) DELIMITED BY SIZE
013250            INTO reg-oper WITH POINTER oper-punt
013260     END-STRING.
013270     WRITE reg-oper.
013280     CLOSE f-oper.
013290     EXIT.
