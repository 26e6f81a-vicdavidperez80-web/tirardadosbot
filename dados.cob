000251* hacerse antes de rotar: referencia la numeracion del log
000252* vivo.
000253*
000253* 15-10-2026: Mesas de juego separadas ("--mesa=ID", por
000253* ejecucion o por peticion en modo servidor): cada mesa
000253* tiene sus propios almacenes, con el identificador y un
000253* punto por delante del nombre de siempre (martes.dados.log,
000253* martes.macros.dat, martes.personajes.dat/.idx,
000253* martes.grupos.dat, martes.tablas.dat, martes.cuotas.dat y
000253* .dia, martes.sellos.dat, martes.dados.ctl y los archivos
000253* martes.dados-AAAAMM.arc), y con ellos su propio contador
000253* de sellos y su propia cadena de control: una disputa,
000253* rotacion o reposicion de una mesa no toca las demas. Sin
000253* "--mesa=" todo sigue como siempre. La primera tirada de
000253* una mesa la anota en mesas.dat, que los programas de
000253* mantenimiento recorren con "--todas". El cerrojo,
000253* limites.dat, usuarios.idx y operaciones.log son comunes;
000253* las acciones del diario llevan " | mesa=ID". Como
000253* "--grupo=", la opcion ha de ir ANTES de la expresion.
000253*
000253* 15-10-2026: Combate en curso por mesa. "--iniciativa
000253* --combate" tira la iniciativa como siempre y ademas guarda
000253* el orden en combate.dat (registro_combate.cpy) en la ronda
000253* 1. Despues, "--turno" pasa al siguiente (y a la ronda
000253* siguiente al dar la vuelta), "--entra=NOMBRE[=EXPR]" tira
000253* la iniciativa del recien llegado y lo coloca en su sitio
000253* (empates para los que ya estaban), "--sale=NOMBRE" lo
000253* retira, "--condicion=NOMBRE:CONDICION:N" le pone una
000253* condicion que caduca al cabo de N rondas (0 la quita) y
000253* "--fin-combate" lo da por terminado. "--combate" a secas
000253* muestra el estado, tambien con "--telegram", "--discord" y
000253* "--json", y todas las ordenes responden con el. Cada
000253* cambio se escribe bajo el cerrojo y queda apuntado en
000253* combate.log con la ronda, el turno y quien actuaba, para
000253* zanjar los "a quien le tocaba". Funciona tambien por
000253* peticion en modo servidor.
000253*
000253* 15-10-2026: Recursos de personaje. "--aplicar=PJ.RECURSO"
000253* resta el resultado de la tirada del recurso (sin bajar de
000253* 0) y "--curar=PJ.RECURSO" se lo suma (sin pasar del
000253* maximo), sobre recursos.idx (registro_recurso.cpy), que
000253* mantiene DadosRecursos. El movimiento se hace bajo el mismo
000253* cerrojo que la entrada de dados.log y solo si esta llega a
000253* escribirse; queda en el libro recursos.log con la linea y
000253* el control de esa entrada, que prueban de donde salio la
000253* cantidad. Tambien por peticion en modo servidor.
000253*
000253* 15-10-2026: Mazos de cartas, sin reposicion. mazos.dat
000253* define cada mazo ("nombre=titulo" y una linea
000253* "nombre:N=texto" por carta) y mazos.est guarda su estado,
000253* una letra por carta: M (en el mazo), F (fuera, en juego) o
000253* D (descartada). "--robar=MAZO[:N]" roba N cartas (una por
000253* defecto), cada una con una tirada 1dK sobre las K que
000253* quedan, registrada en dados.log con el mazo, la carta y el
000253* estado de partida, de modo que "--verificar=" demuestra
000253* que carta salio y de que mazo. "--quedan=MAZO" cuenta las
000253* cartas, "--descartar=MAZO[:CARTA]" pasa al descarte una
000253* carta en juego (o todas) y "--barajar=MAZO" devuelve el
000253* descarte al mazo ("--barajar=MAZO:todo", todas las
000253* cartas). El estado se reescribe bajo el cerrojo y los
000253* descartes y barajados quedan en operaciones.log. Antes de
000253* la partida, "DadosMazos comprobar" repasa las definiciones.
000253*
000253* 15-10-2026: Las tiradas de "--iniciativa", "--oposicion" y
000253* "--grupo=" llevan en dados.log la marca " | conjunta=" con
000253* el modo, para que DadosPesca no las cuente como la misma
000253* tirada repetida.
000253*
000253* 15-10-2026: El analisis da tambien la desviacion tipica de
000253* la expresion ("Desviacion:", "desviacion" en JSON), sacada
000253* de las mismas muestras que la media. DadosSuerte la usa
000253* para medir cuanto se aparta cada tirada de lo esperado.
000253*
000253* 15-10-2026: El modo servidor vigila macros.dat, limites.dat,
000253* cuotas.dat y tablas.dat (tamano y hora de modificacion) y,
000253* si alguno cambia, lo recarga entre dos peticiones: ya no
000253* hace falta reiniciar el bot tras pasar DadosMacros. Ordenes
000253* de administracion por la misma entrada, cada una en su
000253* linea (admiten "--json" e "--idioma="): "--estado" (tiempo
000253* en marcha, peticiones, rechazos, esperas de cerrojo),
000253* "--recargar" (recarga forzada) y
000253* "--parar" (termina limpio tras la peticion en curso). Con
000253* "--clave-admin=CLAVE" al arrancar, las ordenes han de llevar
000253* detras "--clave=CLAVE". Cada "--estadisticas=N" segundos
000253* (300 por defecto) se apunta una linea de recuentos en
000253* servidor.est, ademas de al arrancar, al recargar y al parar.
000253*
000253* 15-10-2026: "--certificar=AAAAMM" (o "--certificar=log"),
000253* repetible: certificado de repeticion por lotes. Cada tirada
000253* del archivo se repite desde su semilla y su posicion, por
000253* el mismo camino que "--verificar=", y se comparan los dados
000253* uno a uno y el resultado. Se pasa antes y despues de
000253* cualquier cambio de compilador o de biblioteca: con alguna
000253* discrepancia (o alguna tirada que ya no se puede repetir)
000253* el codigo de salida es 4 y no se debe desplegar. El valor
000253* de control del certificado encadena las repeticiones: dos
000253* certificados de los mismos archivos dan el mismo valor si y
000253* solo si se repitio todo igual. Queda en operaciones.log.
000253*
000253* 15-10-2026: "--revelar=" de un sello ya rotado consulta
000253* primero el catalogo de archivos (catalogo.idx) y va derecho
000253* al registro al que apunta; sin catalogo, o si no lo tiene,
000253* recorre los archivos mensuales como antes.
000253*
000253* 15-10-2026: Peticiones con identificador en modo servidor.
000253* Cuando Telegram tarda, el bot reenvia la misma peticion y la
000253* tirada salia (y se registraba, y se cobraba en la cuota)
000253* dos veces. Ahora cada peticion puede llevar "--peticion=ID":
000253* la primera vez se atiende como siempre y queda en
000253* peticiones.idx (registro_peticion.cpy) con la linea de
000253* dados.log que produjo; si el mismo ID vuelve, se responde
000253* con aquel resultado marcado como repetido, sin tirar, sin
000253* cobrar cuota y sin tocar dados.log, y la repeticion queda
000253* en operaciones.log ("accion=peticion-repetida"), de donde
000253* DadosInforme saca las suprimidas de cada dia. servidor.est
000253* y "--estado" las cuentan tambien. "--purgar-peticiones=N"
000253* borra los identificadores de mas de N dias (es un paso de
000253* la noche, para DadosNoche).
000253*
000253* 15-10-2026: Semillas comprometidas por sesion. Con
000253* "--semilla=" quien lanza la orden podia probar semillas
000253* hasta que una tirada sellada saliera a su gusto sin que
000253* dados.log lo delatara. "--abrir-sesion=NOMBRE" saca un
000253* secreto de /dev/urandom, lo guarda en sesiones.idx
000253* (registro_sesion.cpy) y publica solo su huella, el
000253* SHA-256 de "NOMBRE:SECRETO" (resumen.cpy y
000253* resumen_calculo.cpy). Desde entonces cada tirada con
000253* "--sesion=NOMBRE" toma, bajo el cerrojo, el siguiente
000253* numero del contador de la sesion y su semilla sale del
000253* secreto y de ese numero (la primera palabra del SHA-256
000253* de "SECRETO:N", modulo 10^8); el numero queda en dados.log
000253* como " | contador=N" y "--semilla=" se rechaza en esa
000253* sesion. "--cerrar-sesion=NOMBRE" publica el secreto y ya
000253* no se admiten mas tiradas en ella. Apertura y cierre
000253* quedan en operaciones.log ("accion=abrir-sesion" con la
000253* huella, "accion=cerrar-sesion" con el secreto), y
000253* DadosSesiones comprueba despues, sobre dados.log y los
000253* archivos, que cada semilla salio del secreto publicado.
000253*
000253* 15-10-2026: "--aplicar=" y "--curar=" comprueban la
000253* reescritura de recursos.idx: si falla, el recurso no se da
000253* por movido, no se apunta en el libro y la respuesta dice
000253* que no cambio. Lo mismo al reescribir combate.dat y
000253* mazos.est: si falla se avisa, no se apunta el cambio y se
000253* acaba con 8 (un robo ensena la carta ya registrada en
000253* dados.log, pero no roba mas).
000253* Las ordenes de administracion rechazadas (clave erronea o
000253* argumento de mas) cuentan en los rechazos del servidor,
000253* aunque no en las peticiones.
000253*
000253* 15-10-2026: combate.log solo apunta la salida de un
000253* combatiente, las condiciones caducadas y el cierre del
000253* combate despues de guardar combate.dat; si no se guarda,
000253* no se apunta. En modo servidor el identificador de una
000253* peticion no se guarda si no llego a dados.log nada suyo,
000253* y un fallo de una peticion ya no arrastra a las
000253* siguientes (el servidor acaba igualmente con 8). Abrir y
000253* cerrar una sesion comprueba sesiones.idx: si no se puede
000253* guardar, no se publica la huella ni el secreto.
000253*
000254* Escrito para un bot de Telegram, @tirardadosbot.
000180*
000190* Opciones:
000217*                lÃ­nea completada si el proceso se interrumpiÃ³.
000218*   --idioma=en: Mensajes en inglÃ©s en vez de en espaÃ±ol.
000219*   --usuario=ID: Guardar esta tirada como la Ãºltima de ID.
000219*   --mesa=ID: Usar los almacenes de la mesa de juego ID
000219*                (ID.dados.log, ID.macros.dat...) en vez de
000219*                los comunes; ha de ir antes de la expresion.
000219*   --sesion=NOMBRE: Etiquetar la tirada con la sesion de juego
000219*                NOMBRE en dados.log, para los resumenes por
000219*                sesion de DadosInforme. Si la sesion se abrio
000219*                con --abrir-sesion=, la semilla sale de su
000219*                secreto y --semilla= no se admite.
000219*   --abrir-sesion=NOMBRE: Abrir la sesion NOMBRE con semillas
000219*                comprometidas: se genera su secreto y se
000219*                publica la huella (el SHA-256 de NOMBRE:SECRETO).
000219*   --cerrar-sesion=NOMBRE: Cerrar la sesion NOMBRE y publicar
000219*                su secreto, para comprobarla con DadosSesiones.
000219*   --ultimo: Con --usuario=ID, repetir su Ãºltima tirada guardada.
000219*   --json: Salida en un objeto JSON de una sola lÃ­nea.
000219*   --sellada: Tirar en secreto: se registra todo pero solo
000219*   --iniciativa: Tirar una vez por cada participante (nombre
000219*                de macro, o "nombre=expresion") y mostrar la
000219*                tabla ordenada de mayor a menor.
000219*   --combate: Con --iniciativa, abrir un combate con ese
000219*                orden; a secas, mostrar el combate en curso.
000219*   --turno: Pasar el turno al siguiente del combate.
000219*   --entra=NOMBRE[=EXPR]: Meter un combatiente a mitad de
000219*                combate, tirando su iniciativa.
000219*   --sale=NOMBRE: Sacar a un combatiente del combate.
000219*   --condicion=NOMBRE:CONDICION:N: Condicion que dura N
000219*                rondas (con N=0, se quita).
000219*   --fin-combate: Dar por terminado el combate en curso.
000219*   --aplicar=PJ.RECURSO: Restar el resultado del recurso
000219*                RECURSO del personaje PJ (recursos.idx).
000219*   --curar=PJ.RECURSO: Sumar el resultado al recurso, hasta
000219*                su maximo.
000219*   --robar=MAZO[:N]: Robar N cartas (1 por defecto, 10 como
000219*                mucho) del mazo MAZO de mazos.dat.
000219*   --quedan=MAZO: Contar las cartas del mazo, las que estan
000219*                en juego y las descartadas.
000219*   --descartar=MAZO[:CARTA]: Pasar al descarte la carta en
000219*                juego CARTA (su texto o su numero), o todas.
000219*   --barajar=MAZO[:todo]: Devolver el descarte al mazo (con
000219*                ":todo", tambien las cartas en juego).
000219*   --oposicion: Tirada enfrentada: dos expresiones (o
000219*                "nombre=expresion", o nombres de macro), un
000219*                ganador con su margen; empates para el primero
000219*                ("@." se sustituye por "@miembro."); con
000219*                --dificultad=N, EXITO/FALLO por personaje y
000219*                resumen del grupo.
000219*   --analisis: Analizar la expresion (min/max/media/desv.) en
000219*                vez de tirarla; con --analisis=N, tambien la
000219*                probabilidad de sacar N o mas.
000219*   --muestras=M: Numero de simulaciones del analisis.
000219*   --dificultad=N: Comparar el resultado final con la
000219*                linea de la entrada estandar (expresion y, si
000219*                hacen falta, opciones sueltas como --usuario=,
000219*                --exito= o --json), una respuesta por linea.
000219*                Lineas de administracion: "--estado",
000219*                "--recargar" y "--parar".
000219*   --clave-admin=CLAVE: (con --servidor) exigir "--clave=CLAVE"
000219*                en las lineas de administracion.
000219*   --estadisticas=N: (con --servidor) segundos entre lineas
000219*                de recuentos en servidor.est (300).
000219*   --peticion=ID: (dentro de una peticion del servidor)
000219*                identificador de la peticion; si ese ID ya se
000219*                atendio, se responde con su resultado de
000219*                entonces, marcado como repetido, sin tirar.
000219*   --purgar-peticiones=N: Borrar de peticiones.idx los
000219*                identificadores atendidos hace mas de N dias.
000219*   --verificar=N: Repetir la tirada de la linea N de dados.log
000219*                con su semilla registrada y decir si COINCIDE.
000219*   --operaciones[=DESDE[-HASTA]]: Listar el diario
000219*                "--usuario=QUIEN" documentan el porque.
000219*   --comprobar-log: Recalcular la cadena de valores de control
000219*                de dados.log y avisar de entradas alteradas.
000219*   --certificar=AAAAMM|log: Repetir TODAS las tiradas del
000219*                archivo mensual dados-AAAAMM.arc (o del log
000219*                vivo) con su semilla y comparar dados y
000219*                resultados; se puede repetir la opcion. Da un
000219*                certificado con recuentos, discrepancias y un
000219*                valor de control del conjunto.
000219*
000219* Los lÃ­mites de dados/caras/bloques por tirada (99, 99999 y 20)
000219* se pueden ajustar a la baja en limites.dat, con lÃ­neas
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     CLASS T_SIGNO IS "-", "+", ",".
000290     CLASS T_MESA IS "a" THRU "z", "0" THRU "9", "-", "_".
000290     CLASS T_PETICION IS "a" THRU "z", "0" THRU "9", "-", "_",
000290                         ":", ".".

000291 INPUT-OUTPUT SECTION.
000292 FILE-CONTROL.
000293     SELECT f-log ASSIGN TO DYNAMIC ws-log-nombre
000294         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS IS ws-log-status.
000296     SELECT f-macros ASSIGN TO DYNAMIC ws-macros-nombre
000297         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS ws-macros-status.
000298     SELECT f-archivo ASSIGN TO DYNAMIC ws-archivo-nombre
000299     SELECT f-limites ASSIGN TO "limites.dat"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-limites-status.
000299     SELECT f-control ASSIGN TO DYNAMIC ws-control-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-control-status.
000299     SELECT f-rechazos ASSIGN TO DYNAMIC ws-rechazos-nombre
000299     SELECT f-arc ASSIGN TO DYNAMIC ws-arc-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-arc-status.
000299** El catalogo indexado de esos archivos, para ir derecho al
000299** registro de un sello:
000299     SELECT f-catalogo ASSIGN TO DYNAMIC ws-catalogo-nombre
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS cat-clave
000299         FILE STATUS IS ws-catalogo-status.
000299     SELECT f-cerrojo ASSIGN TO "dados.lck"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-cerrojo-status.
000299     SELECT f-sellos ASSIGN TO DYNAMIC ws-sellos-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-sellos-status.
000299     SELECT f-personajes ASSIGN TO DYNAMIC ws-personajes-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-personajes-status.
000299** Cuotas de tiradas por usuario y dia: las reglas en
000299** cuotas.dat y el contador del dia en cuotas.dia:
000299     SELECT f-cuotas ASSIGN TO DYNAMIC ws-cuotas-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-cuotas-status.
000299     SELECT f-cuotasdia ASSIGN TO DYNAMIC ws-cuotasdia-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-cuotasdia-status.
000299** La hoja de personajes indexada por "personaje.atributo"
000299** (DadosPersonajes la construye y la mantiene; si no existe,
000299** BUSCAR-ATRIBUTO recorre personajes.dat como siempre):
000299     SELECT f-personajesidx ASSIGN TO DYNAMIC
000299         ws-personajesidx-nombre
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS pidx-clave
000299         FILE STATUS IS ws-personajesidx-status.
000299** Las tablas de consulta tirables ("--tabla=NOMBRE"):
000299     SELECT f-tablas ASSIGN TO DYNAMIC ws-tablas-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-tablas-status.
000299** Los grupos de personajes para la prueba de grupo
000299** ("--grupo=NOMBRE"):
000299     SELECT f-grupos ASSIGN TO DYNAMIC ws-grupos-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-grupos-status.
000299** El diario administrativo compartido (revelados,
000299     SELECT f-oper ASSIGN TO "operaciones.log"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-oper-status.
000299** El registro de mesas de juego con almacenes propios, para
000299** que los programas de mantenimiento puedan recorrerlas:
000299     SELECT f-mesas ASSIGN TO "mesas.dat"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-mesas-status.
000299** El combate en curso de la mesa y su diario de cambios:
000299     SELECT f-combate ASSIGN TO DYNAMIC ws-combate-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-combate-status.
000299     SELECT f-combatelog ASSIGN TO DYNAMIC ws-combatelog-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-combatelog-status.
000299** Los recursos de personaje y su libro de movimientos:
000299     SELECT f-recursos ASSIGN TO DYNAMIC ws-recursos-nombre
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS rec-clave
000299         FILE STATUS IS ws-recursos-status.
000299     SELECT f-recursoslog ASSIGN TO DYNAMIC ws-recursoslog-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-recursoslog-status.
000299** Las peticiones ya atendidas del modo servidor, por su
000299** identificador ("--peticion="):
000299     SELECT f-peticionesidx ASSIGN TO DYNAMIC
000299         ws-peticionesidx-nombre
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS idp-clave
000299         FILE STATUS IS ws-peticionesidx-status.
000299** Las sesiones con semillas comprometidas, por su nombre, y
000299** la fuente de azar del sistema para sus secretos:
000299     SELECT f-sesiones ASSIGN TO DYNAMIC ws-sesiones-nombre
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS ses-clave
000299         FILE STATUS IS ws-sesiones-status.
000299     SELECT f-azar ASSIGN TO "/dev/urandom"
000299         ORGANIZATION IS SEQUENTIAL
000299         FILE STATUS IS ws-azar-status.
000299** Los mazos de cartas y el estado guardado de cada uno:
000299     SELECT f-mazos ASSIGN TO DYNAMIC ws-mazos-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-mazos-status.
000299     SELECT f-mazosest ASSIGN TO DYNAMIC ws-mazosest-nombre
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-mazosest-status.
000299     SELECT f-peticiones ASSIGN TO KEYBOARD
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-peticiones-status.
000299** Recuentos periodicos del modo servidor, para vigilarlo:
000299     SELECT f-estadisticas ASSIGN TO "servidor.est"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS ws-estadisticas-status.

000300 DATA DIVISION.
000301 FILE SECTION.
000317     01 reg-rechazo          PIC X(400).
000318 FD  f-peticiones.
000319     01 reg-peticion         PIC X(300).
000319 FD  f-estadisticas.
000319     01 reg-estadistica      PIC X(200).
000320 FD  f-personajes.
000321     01 reg-personaje        PIC X(120).
000321 FD  f-personajesidx.
000321     01 reg-oper             PIC X(300).
000321 FD  f-grupos.
000321     01 reg-grupo            PIC X(250).
000321 FD  f-mesas.
000321     01 reg-mesa             PIC X(20).
000322 FD  f-sellos.
000323     01 reg-sello            PIC X(20).
000324 FD  f-cerrojo.
000325     01 reg-cerrojo          PIC X(10).
000326 FD  f-arc.
000327     COPY "registro_arc.cpy".
000327 FD  f-catalogo.
000327     COPY "registro_catalogo.cpy".
000327 FD  f-combate.
000327     COPY "registro_combate.cpy".
000327 FD  f-combatelog.
000327     01 reg-combatelog       PIC X(2000).
000327 FD  f-recursos.
000327     COPY "registro_recurso.cpy".
000327 FD  f-recursoslog.
000327     01 reg-recursolog       PIC X(300).
000327 FD  f-peticionesidx.
000327     COPY "registro_peticion.cpy".
000327 FD  f-sesiones.
000327     COPY "registro_sesion.cpy".
000327 FD  f-azar.
000327     01 reg-azar             PIC X(16).
000327 FD  f-mazos.
000327     01 reg-mazo             PIC X(200).
000327 FD  f-mazosest.
000327     01 reg-mazoest          PIC X(240).

000310 WORKING-STORAGE SECTION.
000320     77 i                    PIC 99 VALUE 1 USAGE IS COMP.
001128         88 err-tabla-inexistente   VALUE 14.
001129         88 err-tabla-rota          VALUE 15.
001130         88 err-grupo-inexistente   VALUE 16.
001130         88 err-sin-combate         VALUE 17.
001130         88 err-combatiente-inexistente VALUE 18.
001130         88 err-combatiente-repetido VALUE 19.
001130         88 err-recurso-inexistente VALUE 20.
001130         88 err-mazo-inexistente    VALUE 21.
001130         88 err-mazo-agotado        VALUE 22.
001130         88 err-mazo-desfasado      VALUE 23.
001130         88 err-carta-inexistente   VALUE 24.
001130         88 err-mazo-cambiado       VALUE 25.
001130         88 err-sesion-cerrada      VALUE 26.
001130         88 err-semilla-comprometida VALUE 27.
001130     77 texto-error          PIC X(256).
001140     77 cosa-erronea         PIC X(120).
001150     COPY "errores.cpy".
001156         88 verificar-modo        VALUE 1 FALSE 0.
001156     77 opt-comprobar       PIC 9 VALUE 0 USAGE IS COMP.
001156         88 comprobar-modo        VALUE 1 FALSE 0.
001156** Certificado de repeticion por lotes ("--certificar="): los
001156** archivos pedidos ("AAAAMM" o "log"), los recuentos y el
001156** valor de control que encadena todas las repeticiones:
001156     77 opt-certificar      PIC 9 VALUE 0 USAGE IS COMP.
001156         88 certificar-modo       VALUE 1 FALSE 0.
001156     01 certificar-arg-temp PIC X(24) VALUE SPACES.
001156     01 tabla-certificar.
001156         05 cert-num        PIC 99 VALUE 0 USAGE IS COMP.
001156         05 cert-origen     PIC X(6) OCCURS 24 TIMES.
001156     77 cert-i              PIC 99 VALUE 0 USAGE IS COMP.
001156     01 cert-origen-txt     PIC X(40) VALUE SPACES.
001156     77 cert-ficheros       PIC 9(4) VALUE 0 USAGE IS COMP.
001156     77 cert-ausentes       PIC 9(4) VALUE 0 USAGE IS COMP.
001156     77 cert-leidas         PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-repetidas      PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-coinciden      PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-discrepan      PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-no-repetibles  PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-sin-semilla    PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-otras          PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 cert-control        PIC 9(9) VALUE 0 USAGE IS COMP.
001156     01 FILLER              PIC 9 VALUE 0 USAGE IS COMP.
001156         88 cert-coincide         VALUE 1 FALSE 0.
001156** Los dados registrados de la tirada en curso, con la misma
001156** forma que los bloques de registro_arc.cpy (del archivo se
001156** copian tal cual; del log se parte "bloques=[...]"):
001156     01 cert-registrado.
001156         05 cert-numbloq    PIC 99.
001156         05 cert-bloque OCCURS 20 TIMES.
001156             10 cert-b-numvals PIC 9(3).
001156             10 cert-b-val  PIC X(6) OCCURS 198 TIMES.
001156     01 cert-texto-bloque   PIC X(2000) VALUE SPACES.
001156     01 cert-val-txt        PIC X(12) VALUE SPACES.
001156     77 cert-punt           PIC 9(5) VALUE 0 USAGE IS COMP.
001156     77 cert-punt-v         PIC 9(5) VALUE 0 USAGE IS COMP.
001156     77 cert-long           PIC 9(5) VALUE 0 USAGE IS COMP.
001156     77 cert-long-v         PIC 9(5) VALUE 0 USAGE IS COMP.
001156     77 cert-fudge          PIC 9 VALUE 0 USAGE IS COMP.
001156** Los dados registrados y los repetidos en texto, para el
001156** detalle de una discrepancia y para el valor de control:
001156     01 cert-reg-bloques    PIC X(4000) VALUE SPACES.
001156     01 cert-rep-bloques    PIC X(4000) VALUE SPACES.
001156     01 cert-linea          PIC X(4300) VALUE SPACES.
001156     77 cert-cifra          PIC Z(8)9.
001156     01 verificar-arg-temp  PIC X(24) VALUE SPACES.
001156     77 verificar-linea     PIC 9(9) VALUE 0 USAGE IS COMP.
001156     01 ver-campos.
001156         05 ver-seg         PIC X(25000) OCCURS 16 TIMES.
001156     77 ver-campos-n        PIC 99 USAGE IS COMP.
001156     01 ver-expr            PIC X(120) VALUE SPACES.
001156     01 ver-semilla-txt     PIC X(12) VALUE SPACES.
001156     01 ver-exito-txt       PIC X(12) VALUE SPACES.
001156     01 ver-result-txt      PIC X(16) VALUE SPACES.
001156     01 ver-pos-txt         PIC X(12) VALUE SPACES.
001156** La carta de un robo ("mazo=", "carta=", "estado="), que se
001156** comprueba aparte contra el estado de partida:
001156     01 ver-mazo-txt        PIC X(32) VALUE SPACES.
001156     01 ver-carta-txt       PIC X(110) VALUE SPACES.
001156     01 ver-estado-txt      PIC X(200) VALUE SPACES.
001156     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001156         88 carta-discrepante     VALUE 1 FALSE 0.
001156     77 ver-result          PIC S9(7) VALUE 0 USAGE IS COMP.
001156     77 ver-linea-num       PIC 9(9) VALUE 0 USAGE IS COMP.
001156     77 ver-linea-disp      PIC Z(8)9.
001176                             USAGE IS COMP.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 hubo-fallo-cerrojo     VALUE 1 FALSE 0.
001176** En modo servidor "hubo-fallo-cerrojo" vale para la peticion
001176** en curso; este recuerda si fallo alguna anterior:
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 hubo-fallo-servidor    VALUE 1 FALSE 0.
001176** Tiradas selladas ("--sellada" / "--revelar=N"): el numero
001176** de sello corre en sellos.dat, al estilo del checkpoint:
001176     77 opt-sellada          PIC 9 VALUE 0 USAGE IS COMP.
001176     01 ver-sello-txt        PIC X(12) VALUE SPACES.
001176** Acceso a los archivos mensuales ("dados-AAAAMM.arc"):
001176     77 ws-arc-status        PIC XX.
001176     01 ws-arc-nombre        PIC X(40) VALUE SPACES.
001176     77 verificar-mes        PIC 9(6) VALUE 0 USAGE IS COMP.
001176     01 verificar-mes-txt    PIC X(12) VALUE SPACES.
001176     01 verificar-lin-txt    PIC X(12) VALUE SPACES.
001176     01 ver-fecha            PIC X(26) VALUE SPACES.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 sello-encontrado       VALUE 1 FALSE 0.
001176** Consulta del catalogo de archivos: el mes y el numero de
001176** orden del registro que tiene el sello buscado:
001176     77 ws-catalogo-status   PIC XX.
001176     01 ws-catalogo-nombre   PIC X(40) VALUE SPACES.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 fin-catalogo           VALUE 1 FALSE 0.
001176     01 cat-elegido-mes      PIC X(6) VALUE SPACES.
001176     77 cat-elegido-num      PIC 9(9) VALUE 0 USAGE IS COMP.
001176** Modo de iniciativa ("--iniciativa"): una tirada por
001176** participante y tabla ordenada. Mientras se tiran, la
001176** presentacion normal de cada tirada se silencia (el registro
001176     77 pt-j                 PIC 99 USAGE IS COMP.
001176     77 pt-result-disp       PIC -(6)9.
001176     77 pt-orden-disp        PIC Z9.
001176** Combate en curso de la mesa (registro_combate.cpy): se abre
001176** con "--iniciativa --combate" y se lleva con "--turno",
001176** "--entra=", "--sale=", "--condicion=" y "--fin-combate";
001176** "--combate" a secas lo muestra. Los combatientes viven en
001176** la tabla "pt-" de la iniciativa, en su orden, y cada cambio
001176** queda apuntado en combate.log:
001176     77 opt-combate          PIC 9 VALUE 0 USAGE IS COMP.
001176         88 combate-modo           VALUE 1 FALSE 0.
001176     01 combate-orden        PIC X(10) VALUE SPACES.
001176     01 combate-pedido       PIC X(10) VALUE SPACES.
001176     01 combate-arg          PIC X(120) VALUE SPACES.
001176     77 ws-combate-status    PIC XX.
001176     77 ws-combatelog-status PIC XX.
001176     01 ws-combate-nombre    PIC X(40) VALUE "combate.dat".
001176     01 ws-combatelog-nombre PIC X(40) VALUE "combate.log".
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 fin-combate            VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 hay-combate            VALUE 1 FALSE 0.
001176     77 combate-ronda        PIC 9(4) VALUE 0 USAGE IS COMP.
001176     77 combate-turno        PIC 99 VALUE 0 USAGE IS COMP.
001176     01 combate-inicio       PIC X(14) VALUE SPACES.
001176     77 combate-pos          PIC 99 VALUE 0 USAGE IS COMP.
001176     01 tabla-condiciones.
001176         05 cnd-num          PIC 99 VALUE 0 USAGE IS COMP.
001176         05 cnd-ent OCCURS 60 TIMES.
001176             10 cnd-nombre   PIC X(32).
001176             10 cnd-condicion PIC X(32).
001176             10 cnd-hasta    PIC 9(4) USAGE IS COMP.
001176     77 cnd-i                PIC 99 USAGE IS COMP.
001176     77 cnd-j                PIC 99 USAGE IS COMP.
001176     77 cnd-vistas           PIC 99 USAGE IS COMP.
001176     01 cnd-texto            PIC X(32) VALUE SPACES.
001176     01 cnd-rondas-txt       PIC X(8) VALUE SPACES.
001176     77 cnd-rondas           PIC 9(3) VALUE 0 USAGE IS COMP.
001176     77 cnd-quedan           PIC 9(4) VALUE 0 USAGE IS COMP.
001176     77 cnd-quedan-disp      PIC ZZZ9.
001176** Condiciones caducadas al empezar ronda, que van al diario
001176** solo despues de guardar combate.dat:
001176     01 tabla-caducadas.
001176         05 cad-num          PIC 99 VALUE 0 USAGE IS COMP.
001176         05 cad-ent OCCURS 60 TIMES.
001176             10 cad-nombre   PIC X(32).
001176             10 cad-condicion PIC X(32).
001176     77 cad-i                PIC 99 USAGE IS COMP.
001176     77 ronda-antes          PIC 9(4) VALUE 0 USAGE IS COMP.
001176     77 ronda-despues        PIC 9(4) VALUE 0 USAGE IS COMP.
001176** El que entra a mitad de combate, hasta colocarlo:
001176     01 combate-nuevo.
001176         05 cn-nombre        PIC X(32).
001176         05 cn-expr          PIC X(120).
001176         05 cn-result        PIC S9(7) USAGE IS COMP.
001176** Presentacion y diario del combate:
001176     01 combate-accion       PIC X(12) VALUE SPACES.
001176     01 combate-detalle      PIC X(1500) VALUE SPACES.
001176     77 combate-det-punt     PIC 9(4) USAGE IS COMP.
001176     01 combate-linea        PIC X(400) VALUE SPACES.
001176     77 combate-lin-punt     PIC 9(4) USAGE IS COMP.
001176     77 combate-ronda-disp   PIC Z(3)9.
001176** Movimiento de un recurso de personaje con el resultado de la
001176** tirada ("--aplicar=" o "--curar="), y lo que hace falta para
001176** apuntarlo en recursos.log:
001176     77 opt-recurso          PIC 9 VALUE 0 USAGE IS COMP.
001176         88 recurso-modo           VALUE 1 FALSE 0.
001176     01 recurso-movimiento   PIC X(8) VALUE SPACES.
001176         88 recurso-aplicar        VALUE "aplicar".
001176         88 recurso-curar          VALUE "curar".
001176     01 recurso-clave        PIC X(64) VALUE SPACES.
001176     77 ws-recursos-status   PIC XX.
001176     77 ws-recursoslog-status PIC XX.
001176     01 ws-recursos-nombre   PIC X(40) VALUE "recursos.idx".
001176     01 ws-recursoslog-nombre PIC X(40) VALUE "recursos.log".
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 recurso-movido         VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 recurso-desaparecido   VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 recurso-fallido        VALUE 1 FALSE 0.
001176     77 recurso-cantidad     PIC S9(7) USAGE IS COMP.
001176     77 recurso-antes        PIC S9(7) USAGE IS COMP.
001176     77 recurso-despues      PIC S9(7) USAGE IS COMP.
001176     77 recurso-maximo       PIC S9(7) USAGE IS COMP.
001176     77 recurso-linea        PIC 9(9) USAGE IS COMP.
001176     77 recurso-disp         PIC -(6)9.
001176     77 recurso-disp2        PIC -(6)9.
001176     77 recurso-disp3        PIC -(6)9.
001176     77 recurso-punt         PIC 9(3) USAGE IS COMP.
001176** Mazos de cartas ("--robar=", "--quedan=", "--descartar=",
001176** "--barajar="). Las definiciones de mazos.dat se cargan en
001176** memoria cada vez (son pocas lineas) y el estado de cada
001176** mazo, una letra por carta en el orden de su definicion
001176** (M en el mazo, F fuera en juego, D descartada), se lee de
001176** mazos.est y se reescribe entero en cada cambio:
001176     77 opt-mazo             PIC 9 VALUE 0 USAGE IS COMP.
001176         88 mazo-modo              VALUE 1 FALSE 0.
001176     01 mazo-orden           PIC X(10) VALUE SPACES.
001176         88 mazo-robar             VALUE "robar".
001176         88 mazo-quedan            VALUE "quedan".
001176         88 mazo-descartar         VALUE "descartar".
001176         88 mazo-barajar           VALUE "barajar".
001176     01 mazo-pedida          PIC X(10) VALUE SPACES.
001176     01 mazo-arg-temp        PIC X(150) VALUE SPACES.
001176     01 mazo-pedido          PIC X(32) VALUE SPACES.
001176     01 mazo-arg-resto       PIC X(110) VALUE SPACES.
001176     77 mazo-robos           PIC 99 VALUE 0 USAGE IS COMP.
001176** El mazo del robo en curso viaja al log como los campos
001176** " | mazo=", " | carta=" y " | estado=":
001176     01 mazo-en-curso        PIC X(32) VALUE SPACES.
001176     77 ws-mazos-status      PIC XX.
001176     77 ws-mazosest-status   PIC XX.
001176     01 ws-mazos-nombre      PIC X(40) VALUE "mazos.dat".
001176     01 ws-mazosest-nombre   PIC X(40) VALUE "mazos.est".
001176** Reescritura fallida de combate.dat o de mazos.est:
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 guardado-fallido       VALUE 1 FALSE 0.
001176     01 guardado-nombre      PIC X(40) VALUE SPACES.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 fin-mazos              VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 mazo-desfasado         VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 mazo-cambiado          VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 mazo-agotado           VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 mazo-arg-malo          VALUE 1 FALSE 0.
001176     01 tabla-mazos.
001176         05 maz-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001176         05 maz-ent OCCURS 20 TIMES.
001176             10 maz-nombre   PIC X(32).
001176             10 maz-titulo   PIC X(80).
001176             10 maz-cartas   PIC 9(4) USAGE IS COMP.
001176             10 maz-carta    PIC X(100) OCCURS 200 TIMES.
001176     77 maz-i                PIC 9(4) USAGE IS COMP.
001176     77 maz-j                PIC 9(4) USAGE IS COMP.
001176     77 mazo-hallado         PIC 9(4) VALUE 0 USAGE IS COMP.
001176     01 mazo-linea-nombre    PIC X(40) VALUE SPACES.
001176     01 mazo-linea-resto     PIC X(160) VALUE SPACES.
001176     01 mazo-nombre-cab      PIC X(40) VALUE SPACES.
001176** Los estados de todos los mazos de mazos.est, para poder
001176** reescribirlo entero con el del mazo tocado al dia:
001176     01 tabla-estados.
001176         05 est-num          PIC 9(4) VALUE 0 USAGE IS COMP.
001176         05 est-ent OCCURS 40 TIMES.
001176             10 est-nombre   PIC X(32).
001176             10 est-cartas   PIC X(200).
001176     77 estado-hallado       PIC 9(4) VALUE 0 USAGE IS COMP.
001176     01 mazo-estado          PIC X(200) VALUE SPACES.
001176     01 mazo-estado-antes    PIC X(200) VALUE SPACES.
001176     77 mazo-largo           PIC 9(4) USAGE IS COMP.
001176     77 mazo-en-mazo         PIC 9(4) USAGE IS COMP.
001176     77 mazo-en-juego        PIC 9(4) USAGE IS COMP.
001176     77 mazo-descartadas     PIC 9(4) USAGE IS COMP.
001176     77 mazo-movidas         PIC 9(4) USAGE IS COMP.
001176     77 mazo-carta-num       PIC 9(4) USAGE IS COMP.
001176     77 mazo-cuenta          PIC 9(4) USAGE IS COMP.
001176     77 mazo-disp            PIC Z(3)9.
001176     77 mazo-disp2           PIC Z(3)9.
001176     77 mazo-disp3           PIC Z(3)9.
001176     01 mazo-robadas.
001176         05 robo-num         PIC 99 VALUE 0 USAGE IS COMP.
001176         05 robo-carta       PIC 9(4) USAGE IS COMP
001176                             OCCURS 10 TIMES.
001176     77 robo-i               PIC 99 USAGE IS COMP.
001176** Tirada enfrentada ("--oposicion"): dos participantes en la
001176** misma tabla "pt-" de la iniciativa, mas el veredicto
001176** natural de cada lado (0 normal, 1 critico, 2 pifia) con el
001176     01 resol-c              PIC X VALUE SPACE.
001176** Cuotas de tiradas por usuario y dia. Las reglas de
001176** cuotas.dat se cargan una vez (en modo servidor quedan en
001176** memoria, como las macros, y se recargan si el fichero cambia);
001176** el contador del dia (cuotas.dia) se relee y reescribe bajo
001176** el cerrojo en cada tirada atribuida:
001176     77 ws-cuotas-status     PIC XX.
001176     01 pasos-copia          PIC X(4000) VALUE SPACES.
001176     77 pasos-long           PIC 9(5) VALUE 0 USAGE IS COMP.
001176     77 media-analisis       USAGE IS COMP-2.
001176** Suma de cuadrados de las muestras, para la desviacion:
001176     77 cuad-analisis        USAGE IS COMP-2.
001176     77 cuad-tirada          USAGE IS COMP-2.
001176     77 desv-analisis        USAGE IS COMP-2.
001176     77 desv-anl-disp        PIC -(7)9.99.
001176     77 prob-analisis        USAGE IS COMP-2.
001176     77 media-anl-disp       PIC -(7)9.99.
001176     77 prob-anl-disp        PIC ZZ9.99.
001176         05 base-dificultad-valor PIC 9(6) USAGE IS COMP.
001176         05 base-sesion      PIC 9 USAGE IS COMP.
001176         05 base-sesion-nombre PIC X(32).
001176         05 base-mesa        PIC 9 USAGE IS COMP.
001176         05 base-mesa-id     PIC X(16).
001176** Tabla de macros en memoria (se carga una vez al entrar en
001176** modo servidor, en vez de releer macros.dat en cada tirada):
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176             10 mac-nombre   PIC X(32).
001176             10 mac-expr     PIC X(120).
001176     77 mac-i                PIC 9(4) USAGE IS COMP.
001176** Recarga en caliente del modo servidor: la huella de cada
001176** almacen cargado en memoria (tamano, fecha y hora de
001176** modificacion, tal como la da CBL_CHECK_FILE_EXIST), tomada
001176** al cargarlo; si la del disco cambia, se recarga. Un
001176** fichero que no existe tiene la huella en blanco:
001176     01 huellas-almacenes.
001176         05 huella-macros    PIC X(16) VALUE SPACES.
001176         05 huella-limites   PIC X(16) VALUE SPACES.
001176         05 huella-cuotas    PIC X(16) VALUE SPACES.
001176         05 huella-tablas    PIC X(16) VALUE SPACES.
001176     01 huella-nombre        PIC X(40) VALUE SPACES.
001176     01 huella-actual        PIC X(16) VALUE SPACES.
001176     77 huella-rc            PIC S9(9) VALUE 0 USAGE IS COMP.
001176     01 recargados           PIC X(120) VALUE SPACES.
001176     77 recargados-punt      PIC 999 USAGE IS COMP.
001176** Ordenes de administracion y recuentos del servidor:
001176     01 clave-admin          PIC X(32) VALUE SPACES.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 peticion-admin         VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 clave-admin-dada       VALUE 1 FALSE 0.
001176     01 admin-orden          PIC X(12) VALUE SPACES.
001176     77 ws-estadisticas-status PIC XX.
001176     77 estadisticas-cada    PIC 9(5) VALUE 300 USAGE IS COMP.
001176     01 estadisticas-arg-temp PIC X(24) VALUE SPACES.
001176     01 servidor-evento      PIC X(10) VALUE SPACES.
001176     01 servidor-inicio-txt  PIC X(14) VALUE SPACES.
001176     77 servidor-inicio      PIC 9(11) VALUE 0 USAGE IS COMP.
001176     77 servidor-ahora       PIC 9(11) VALUE 0 USAGE IS COMP.
001176     77 servidor-ultima-est  PIC 9(11) VALUE 0 USAGE IS COMP.
001176     77 servidor-activo      PIC 9(11) VALUE 0 USAGE IS COMP.
001176     77 cuenta-peticiones    PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 cuenta-rechazadas    PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 cuenta-esperas       PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 cuenta-sin-cerrojo   PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 cuenta-recargas      PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 cuenta-repetidas     PIC 9(9) VALUE 0 USAGE IS COMP.
001176     01 servidor-fecha.
001176         05 servidor-fecha-dia PIC 9(8).
001176         05 servidor-hora    PIC 9(6).
001176         05 FILLER           PIC 9(2).
001176     01 servidor-hora-txt.
001176         05 servidor-hh      PIC 99.
001176         05 servidor-mm      PIC 99.
001176         05 servidor-ss      PIC 99.
001176     77 servidor-cifra       PIC Z(8)9.
001176     77 servidor-dias        PIC Z(4)9.
001176     01 servidor-duracion.
001176         05 dur-hh           PIC 99.
001176         05 FILLER           PIC X VALUE ":".
001176         05 dur-mm           PIC 99.
001176         05 FILLER           PIC X VALUE ":".
001176         05 dur-ss           PIC 99.
001176** Peticiones con identificador ("--peticion=ID", solo dentro
001176** de una peticion del modo servidor): lo que deja la peticion
001176** en curso para peticiones.idx, y la purga de identificadores
001176** viejos ("--purgar-peticiones=N"):
001176     77 opt-peticion         PIC 9 VALUE 0 USAGE IS COMP.
001176         88 peticion-modo          VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 peticion-repetida      VALUE 1 FALSE 0.
001176     01 peticion-id          PIC X(64) VALUE SPACES.
001176     77 ws-peticionesidx-status PIC XX.
001176     01 ws-peticionesidx-nombre PIC X(40)
001176                             VALUE "peticiones.idx".
001176     77 peticion-tiradas     PIC 9(4) VALUE 0 USAGE IS COMP.
001176     77 peticion-linea       PIC 9(9) VALUE 0 USAGE IS COMP.
001176     01 peticion-expr        PIC X(120) VALUE SPACES.
001176     01 peticion-resultado   PIC X(16) VALUE SPACES.
001176     77 peticion-largo       PIC 99 USAGE IS COMP.
001176     77 peticion-disp        PIC Z(3)9.
001176     77 opt-purga            PIC 9 VALUE 0 USAGE IS COMP.
001176         88 purga-modo             VALUE 1 FALSE 0.
001176     01 purga-arg-temp       PIC X(24) VALUE SPACES.
001176     77 purga-dias           PIC 9(4) VALUE 0 USAGE IS COMP.
001176     01 purga-hoy            PIC 9(8) VALUE 0.
001176     01 purga-limite         PIC 9(8) VALUE 0.
001176     77 purga-borradas       PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 purga-quedan         PIC 9(9) VALUE 0 USAGE IS COMP.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 fin-purga              VALUE 1 FALSE 0.
001176** Sesiones con semillas comprometidas: apertura y cierre
001176** ("--abrir-sesion=", "--cerrar-sesion="), y la semilla que
001176** sale del secreto para las tiradas con "--sesion=" de una
001176** sesion abierta. "semilla-manual" recuerda si la orden (o la
001176** peticion) trajo "--semilla=", que en esas sesiones no vale:
001176     77 opt-abrir-sesion     PIC 9 VALUE 0 USAGE IS COMP.
001176         88 abrir-sesion-modo      VALUE 1 FALSE 0.
001176     77 opt-cerrar-sesion    PIC 9 VALUE 0 USAGE IS COMP.
001176         88 cerrar-sesion-modo     VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 semilla-manual         VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 sesion-sembrada        VALUE 1 FALSE 0.
001176     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001176         88 sesion-hallada         VALUE 1 FALSE 0.
001176     77 ws-sesiones-status   PIC XX.
001176     01 ws-sesiones-nombre   PIC X(40) VALUE "sesiones.idx".
001176     77 ws-azar-status       PIC XX.
001176     77 sesion-contador      PIC 9(9) VALUE 0 USAGE IS COMP.
001176     77 sesion-cifra         PIC Z(8)9.
001176     77 sesion-punt          PIC 999 USAGE IS COMP.
001176     77 sesion-octeto        PIC 999 USAGE IS COMP.
001176     77 sesion-alto          PIC 99 USAGE IS COMP.
001176     77 sesion-bajo          PIC 99 USAGE IS COMP.
001176     77 sesion-i             PIC 99 USAGE IS COMP.
001176     01 sesion-secreto       PIC X(32) VALUE SPACES.
001176     COPY "resumen.cpy".
001177** Para el historial de la Ãºltima tirada de cada usuario
001178** ("--usuario=", "--ultimo"), en "usuarios.dat":
001179     77 ws-usuarios-status    PIC XX.
001195     77 limite-valor-num    PIC 9(6) VALUE 0 USAGE IS COMP.
001196     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001197         88 fin-limites            VALUE 1 FALSE 0.
001198** Mesa de juego ("--mesa=ID"): cada mesa tiene sus propios
001198** almacenes, con el identificador y un punto por delante
001198** ("martes.dados.log", "martes.sellos.dat"...), y con ellos
001198** su propio contador de sellos y su propia cadena de
001198** control. Sin mesa, los nombres de siempre. El cerrojo,
001198** limites.dat, usuarios.idx y operaciones.log son comunes a
001198** todas las mesas. FIJAR-NOMBRES-MESA compone los nombres:
001198     77 opt-mesa             PIC 9 VALUE 0 USAGE IS COMP.
001198         88 mesa-modo              VALUE 1 FALSE 0.
001198     01 mesa-arg-temp        PIC X(24) VALUE SPACES.
001198     01 ws-mesa-id           PIC X(16) VALUE SPACES.
001198     01 mesa-prefijo         PIC X(17) VALUE SPACES.
001198** La mesa con la que estan compuestos los nombres (y cargadas
001198** las tablas en memoria), para saber cuando hay que cambiar:
001198     01 mesa-fijada          PIC X(16) VALUE SPACES.
001198     77 mesa-i               PIC 99 USAGE IS COMP.
001198     77 ws-mesas-status      PIC XX.
001198     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001198         88 fin-mesas              VALUE 1 FALSE 0.
001198     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
001198         88 mesa-anotada           VALUE 1 FALSE 0.
001198     01 ws-log-nombre        PIC X(40) VALUE "dados.log".
001198     01 ws-macros-nombre     PIC X(40) VALUE "macros.dat".
001198     01 ws-control-nombre    PIC X(40) VALUE "dados.ctl".
001198     01 ws-sellos-nombre     PIC X(40) VALUE "sellos.dat".
001198     01 ws-personajes-nombre PIC X(40) VALUE "personajes.dat".
001198     01 ws-personajesidx-nombre PIC X(40)
001198                             VALUE "personajes.idx".
001198     01 ws-cuotas-nombre     PIC X(40) VALUE "cuotas.dat".
001198     01 ws-cuotasdia-nombre  PIC X(40) VALUE "cuotas.dia".
001198     01 ws-tablas-nombre     PIC X(40) VALUE "tablas.dat".
001198     01 ws-grupos-nombre     PIC X(40) VALUE "grupos.dat".

001160 PROCEDURE DIVISION.
001170   INICIALIZAR.
001798       PERFORM BUSCAR-ULTIMA-TIRADA
001799       PERFORM PARSEAR-EXPRESION-TIRADA
001799     END-IF.
001799** El recurso a mover se comprueba antes de tirar; en modo
001799** servidor solo vale dentro de cada peticion:
001799     IF recurso-modo THEN
001799       IF servidor-modo THEN
001799         MOVE SPACES TO cosa-erronea
001799         STRING "--" DELIMITED BY SIZE,
001799                FUNCTION TRIM(recurso-movimiento)
001799                DELIMITED BY SIZE,
001799                "=" DELIMITED BY SIZE,
001799                FUNCTION TRIM(recurso-clave) DELIMITED BY SIZE
001799                INTO cosa-erronea
001799         END-STRING
001799         SET err-arg-absurdo TO TRUE
001799         PERFORM ERROR-SALIDA
001799       END-IF
001799       PERFORM COMPROBAR-RECURSO
001799     END-IF.
001799** Los modos de auditoria terminan el programa por su
001799** cuenta, sin pasar por el flujo normal de tirada:
001799     IF comprobar-modo THEN
001799       PERFORM COMPROBAR-CADENA-LOG
001799     END-IF.
001799     IF certificar-modo THEN
001799       PERFORM CERTIFICAR-TIRADAS
001799     END-IF.
001799     IF verificar-modo THEN
001799       PERFORM VERIFICAR-TIRADA
001799     END-IF.
001799     IF operaciones-modo THEN
001799       PERFORM LISTAR-OPERACIONES
001799     END-IF.
001799** Y la purga de las peticiones atendidas del modo servidor:
001799     IF purga-modo THEN
001799       PERFORM PURGAR-PETICIONES
001799     END-IF.
001799** Y la apertura y el cierre de las sesiones comprometidas:
001799     IF abrir-sesion-modo THEN
001799       PERFORM ABRIR-SESION
001799     END-IF.
001799     IF cerrar-sesion-modo THEN
001799       PERFORM CERRAR-SESION
001799     END-IF.
001799** El modo servidor atiende peticiones hasta agotar la entrada
001799** estandar y termina por su cuenta:
001799     IF servidor-modo THEN
001799       PERFORM MODO-SERVIDOR
001799       STOP RUN
001799     END-IF.
001799** Las ordenes del combate en curso tambien acaban solas (y van
001799** antes que la iniciativa, que con "--combate" lo abre):
001799     IF combate-modo THEN
001799       PERFORM ATENDER-COMBATE
001799       IF hubo-fallo-cerrojo THEN
001799         MOVE 8 TO RETURN-CODE
001799       ELSE
001799         MOVE 0 TO RETURN-CODE
001799       END-IF
001799       STOP RUN
001799     END-IF.
001799** Y las de los mazos de cartas:
001799     IF mazo-modo THEN
001799       PERFORM ATENDER-MAZO
001799       IF hubo-fallo-cerrojo THEN
001799         MOVE 8 TO RETURN-CODE
001799       ELSE
001799         MOVE 0 TO RETURN-CODE
001799       END-IF
001799       STOP RUN
001799     END-IF.
001799     IF iniciativa-modo THEN
001799       PERFORM LANZAR-INICIATIVA
001799** Si alguna tirada de la tabla se quedo sin registrar por el
002353** de "--verificar=" pasa por aqui por el rango THRU y no debe
002354** consumir cuota: no es una tirada nueva:
002355   COMPROBAR-CUOTA.
002356     IF NOT verificar-modo AND NOT certificar-modo THEN
002357       PERFORM APLICAR-CUOTA
002357       PERFORM SEMBRAR-SESION
002358     END-IF.

002410   TIRAR-DADOS.
003002     INITIALIZE tx-principio, ab-corchete, tx-result,
003003                separador-dados.
003004     IF json-modo THEN
003004** Con un recurso que mover, el objeto JSON ha de esperar al
003004** registro para saber como queda (lo pinta
003004** MOSTRAR-RESULTADO-FINAL):
003004       IF NOT recurso-modo THEN
003005         PERFORM MOSTRAR-JSON
003005       END-IF
003006     ELSE
003000     EVALUATE TRUE
003001       WHEN telegram
003663       MOVE 0 TO opt-sellada
003663       EXIT PARAGRAPH
003663     END-IF.
003663** Un robo de carta solo vale si el mazo sigue como estaba al
003663** tirar: con el cerrojo ya en la mano se relee su estado y se
003663** localiza la carta que toca; si otro robo se adelanto, esta
003663** tirada no se registra:
003663     IF mazo-en-curso NOT = SPACES THEN
003663       PERFORM CASAR-CARTA-ROBADA
003663       IF mazo-cambiado THEN
003663         PERFORM SOLTAR-CERROJO
003663         EXIT PARAGRAPH
003663       END-IF
003663     END-IF.
003664     INITIALIZE log-linea.
003664     MOVE FUNCTION CURRENT-DATE(1:14) TO log-fechahora.
003665     MOVE 1 TO log-punt.
003671              ON OVERFLOW SET log-truncado TO TRUE
003671       END-STRING
003671     END-IF.
003671** En una sesion comprometida, el numero del contador del que
003671** salio la semilla, para que DadosSesiones la compruebe:
003671     IF sesion-sembrada THEN
003671       MOVE sesion-contador TO sesion-cifra
003671       STRING " | contador=" DELIMITED BY SIZE,
003671              FUNCTION TRIM(sesion-cifra) DELIMITED BY SIZE
003671              INTO log-linea WITH POINTER log-punt
003671              ON OVERFLOW SET log-truncado TO TRUE
003671       END-STRING
003671     END-IF.
003671** Las tiradas de una iniciativa, una oposicion o una prueba
003671** de grupo salen juntas de una sola orden: se marcan para que
003671** nadie las tome por repeticiones de la misma tirada:
003671     EVALUATE TRUE
003671       WHEN iniciativa-modo
003671         STRING " | conjunta=iniciativa" DELIMITED BY SIZE
003671                INTO log-linea WITH POINTER log-punt
003671                ON OVERFLOW SET log-truncado TO TRUE
003671         END-STRING
003671       WHEN oposicion-modo
003671         STRING " | conjunta=oposicion" DELIMITED BY SIZE
003671                INTO log-linea WITH POINTER log-punt
003671                ON OVERFLOW SET log-truncado TO TRUE
003671         END-STRING
003671       WHEN grupo-modo
003671         STRING " | conjunta=grupo" DELIMITED BY SIZE
003671                INTO log-linea WITH POINTER log-punt
003671                ON OVERFLOW SET log-truncado TO TRUE
003671         END-STRING
003671     END-EVALUATE.
003671** Si la tirada salio de una tabla ("--tabla="), el nombre de
003671** la tabla queda en el registro:
003671     IF tabla-en-curso NOT = SPACES THEN
003671              ON OVERFLOW SET log-truncado TO TRUE
003671       END-STRING
003671     END-IF.
003671** Si fue el robo de una carta, el mazo, la carta (numero y
003671** texto) y el estado del mazo antes del robo, que es lo que
003671** "--verificar=" necesita para demostrar que carta salio:
003671     IF mazo-en-curso NOT = SPACES THEN
003671       MOVE mazo-carta-num TO mazo-disp
003671       STRING " | mazo=" DELIMITED BY SIZE,
003671              FUNCTION TRIM(mazo-en-curso) DELIMITED BY SIZE,
003671              " | carta=" DELIMITED BY SIZE,
003671              FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE,
003671              ":" DELIMITED BY SIZE,
003671              FUNCTION TRIM(maz-carta(mazo-hallado,
003671                            mazo-carta-num)) DELIMITED BY SIZE,
003671              " | estado=" DELIMITED BY SIZE,
003671              mazo-estado-antes(1:mazo-largo) DELIMITED BY SIZE
003671              INTO log-linea WITH POINTER log-punt
003671              ON OVERFLOW SET log-truncado TO TRUE
003671       END-STRING
003671     END-IF.
003671** La semilla con la que se tiro (y el umbral de "--exito=" si
003671** lo hubo) quedan registrados para que "--verificar=" pueda
003671** repetir la tirada exactamente igual:
003708            INTO log-linea WITH POINTER log-punt
003708            ON OVERFLOW SET log-truncado TO TRUE
003708     END-STRING.
003709     IF recurso-modo OR
003709        (peticion-modo AND peticion-tiradas = 0) THEN
003709       PERFORM CONTAR-LINEAS-LOG
003709     END-IF.
003709     PERFORM ANOTAR-MESA.
003709     OPEN EXTEND f-log.
003709     IF ws-log-status = "35" THEN
003709       OPEN OUTPUT f-log
003711     WRITE reg-log.
003712     CLOSE f-log.
003712     PERFORM GUARDAR-CONTROL.
003712** La primera entrada de una peticion con identificador es la
003712** que se devolvera si la peticion llega repetida:
003712     IF peticion-modo THEN
003712       PERFORM ANOTAR-TIRADA-PETICION
003712     END-IF.
003712     IF sellada-modo THEN
003712       PERFORM GUARDAR-SELLO
003712     END-IF.
003712** El recurso se mueve con la entrada ya escrita y bajo el
003712** mismo cerrojo:
003712     IF recurso-modo THEN
003712       PERFORM MOVER-RECURSO
003712     END-IF.
003712** Y la carta robada sale del mazo, tambien con la entrada ya
003712** escrita y bajo el mismo cerrojo:
003712     IF mazo-en-curso NOT = SPACES THEN
003712       PERFORM SACAR-CARTA-ROBADA
003712     END-IF.
003712     PERFORM SOLTAR-CERROJO.
003713     EXIT.

003727         PERFORM EVALUAR-DIFICULTAD
003727         PERFORM MOSTRAR-DIFICULTAD
003727       END-IF
003727       IF recurso-modo THEN
003727         PERFORM MOSTRAR-RECURSO
003727       END-IF
003727     ELSE
003727       IF recurso-modo THEN
003727         PERFORM MOSTRAR-JSON
003727       END-IF
003728     END-IF.
003729     EXIT.

003796              INTO json-linea WITH POINTER json-punt
003796       END-STRING
003796     END-IF.
003796     IF recurso-modo THEN
003796       PERFORM MOSTRAR-RECURSO-JSON
003796     END-IF.
003796     STRING "}" DELIMITED BY SIZE
003796            INTO json-linea WITH POINTER json-punt
003796     END-STRING.
004401** aparta con su error en el fichero de rechazos y se sigue
004401** con la siguiente:
004401     IF errores-recuperables THEN
004401       IF NOT linea-rechazada AND NOT certificar-modo THEN
004401         PERFORM ESCRIBIR-RECHAZO
004401       END-IF
004401       SET linea-rechazada TO TRUE
001839** Modo persistente para el bot ("--servidor"): se cargan las
001839** macros en memoria (los limites ya se leyeron al arrancar) y
001839** se atiende una peticion por linea de la entrada estandar
001839** hasta que esta se agota o llega "--parar". La maquinaria
001839** por linea es la misma que la del modo de archivo:
001839   MODO-SERVIDOR.
001839     PERFORM CARGAR-MACROS.
001839     PERFORM GUARDAR-OPCIONES-BASE.
001839     MOVE FUNCTION CURRENT-DATE(1:16) TO servidor-fecha.
001839     MOVE servidor-fecha(1:14) TO servidor-inicio-txt.
001839     PERFORM CALCULAR-AHORA.
001839     MOVE servidor-ahora TO servidor-inicio.
001839     MOVE "arranque" TO servidor-evento.
001839     PERFORM APUNTAR-ESTADISTICAS.
001839     SET errores-en-respuesta TO TRUE.
001839     SET fin-peticiones TO FALSE.
001839     OPEN INPUT f-peticiones.
001839         AT END SET fin-peticiones TO TRUE
001839         NOT AT END
001839           IF FUNCTION TRIM(reg-peticion) NOT = SPACES THEN
001839             IF hubo-fallo-cerrojo THEN
001839               SET hubo-fallo-servidor TO TRUE
001839             END-IF
001839             SET hubo-fallo-cerrojo TO FALSE
001839             SET mazo-cambiado TO FALSE
001839             PERFORM PROCESAR-PETICION
001839             PERFORM GUARDAR-PETICION
001839             PERFORM CONTAR-PETICION
001839           END-IF
001839       END-READ
001839     END-PERFORM.
001839     CLOSE f-peticiones.
001839     MOVE "parada" TO servidor-evento.
001839     PERFORM APUNTAR-ESTADISTICAS.
001839     SET errores-en-respuesta TO FALSE.
001839     IF hubo-fallo-cerrojo OR hubo-fallo-servidor THEN
001839       MOVE 8 TO RETURN-CODE
001839     ELSE
001839       MOVE 0 TO RETURN-CODE
001839** las fijadas al arrancar el servidor se reponen cada vez:
001839   PROCESAR-PETICION.
001839     PERFORM REPONER-OPCIONES-BASE.
001839     PERFORM COMPROBAR-RECARGA.
001839     SET peticion-admin TO FALSE.
001839     SET linea-rechazada TO FALSE.
001839     INITIALIZE pasos.
001839     INITIALIZE result.
001839     IF linea-rechazada THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839** Las ordenes de administracion van solas en su linea (con
001839** la clave detras, si se fijo una al arrancar):
001839     MOVE FUNCTION LOWER-CASE(tok(1)) TO arg.
001839     IF arg = "--estado" OR arg = "--recargar" OR
001839        arg = "--parar" THEN
001839       PERFORM ATENDER-ADMIN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     PERFORM VARYING tok-i FROM 1 BY 1
001839             UNTIL tok-i > tok-n OR linea-rechazada
001839       IF tok(tok-i) NOT = SPACES
001839     IF linea-rechazada THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839** Una peticion con "--peticion=ID" que ya se atendio no se
001839** vuelve a tirar: se responde con lo que salio entonces:
001839     IF peticion-modo THEN
001839       PERFORM BUSCAR-PETICION
001839       IF peticion-repetida THEN
001839         PERFORM RESPONDER-REPETIDA
001839         EXIT PARAGRAPH
001839       END-IF
001839     END-IF.
001839     IF recurso-modo THEN
001839       PERFORM COMPROBAR-RECURSO
001839       IF linea-rechazada THEN
001839         EXIT PARAGRAPH
001839       END-IF
001839     END-IF.
001839** Las ordenes del combate por peticion: la respuesta es el
001839** estado del combate:
001839     IF combate-modo THEN
001839       PERFORM ATENDER-COMBATE
001839       EXIT PARAGRAPH
001839     END-IF.
001839** Las ordenes de los mazos por peticion: la respuesta es lo
001839** robado o la cuenta del mazo:
001839     IF mazo-modo THEN
001839       PERFORM ATENDER-MAZO
001839       EXIT PARAGRAPH
001839     END-IF.
001839** "--iniciativa" por peticion: la respuesta es la tabla
001839** ordenada (los participantes llegaron como tokens):
001839     IF iniciativa-modo THEN
001839     IF linea-rechazada THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     PERFORM SEMBRAR-SESION.
001839     IF linea-rechazada THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     PERFORM TIRAR-DADOS THRU GUARDAR-USUARIO.
001839     PERFORM MOSTRAR-RESULTADO-FINAL.
001839     EXIT.

001839** Recuentos de cada peticion atendida (las de administracion
001839** no cuentan como peticiones, pero si como rechazos cuando se
001839** rechazan: una clave erronea no debe pasar desapercibida) y,
001839** si toca, la linea periodica de servidor.est:
001839   CONTAR-PETICION.
001839     IF NOT peticion-admin THEN
001839       ADD 1 TO cuenta-peticiones
001839     END-IF.
001839     IF linea-rechazada THEN
001839       ADD 1 TO cuenta-rechazadas
001839     END-IF.
001839     PERFORM CALCULAR-AHORA.
001839     IF servidor-ahora NOT <
001839        servidor-ultima-est + estadisticas-cada THEN
001839       MOVE "periodo" TO servidor-evento
001839       PERFORM APUNTAR-ESTADISTICAS
001839     END-IF.
001839     EXIT.

001839** "--estado", "--recargar" o "--parar" (ya en "admin-orden").
001839** Detras solo admiten "--json", "--idioma=" y, si se fijo
001839** "--clave-admin=" al arrancar, la clave: "--parar
001839** --clave=CLAVE" (como todas las opciones, sin distinguir
001839** mayusculas). Lo demas se rechaza:
001839   ATENDER-ADMIN.
001839     SET peticion-admin TO TRUE.
001839     MOVE arg TO admin-orden.
001839     SET clave-admin-dada TO FALSE.
001839     PERFORM VARYING tok-i FROM 2 BY 1 UNTIL tok-i > tok-n
001839       MOVE FUNCTION LOWER-CASE(tok(tok-i)) TO arg
001839       EVALUATE TRUE
001839         WHEN arg-json
001839           SET json-modo TO TRUE
001839         WHEN arg(1:9) = "--idioma="
001839           PERFORM EVALUAR-ARGUMENTO
001839           IF linea-rechazada THEN
001839             EXIT PARAGRAPH
001839           END-IF
001839         WHEN arg(1:8) = "--clave=" AND clave-admin NOT = SPACES
001839              AND arg(9:32) = clave-admin
001839           SET clave-admin-dada TO TRUE
001839         WHEN OTHER
001839           MOVE admin-orden TO cosa-erronea
001839           SET err-arg-absurdo TO TRUE
001839           PERFORM ERROR-SALIDA
001839           EXIT PARAGRAPH
001839       END-EVALUATE
001839     END-PERFORM.
001839     IF clave-admin NOT = SPACES AND NOT clave-admin-dada THEN
001839       MOVE admin-orden TO cosa-erronea
001839       SET err-arg-absurdo TO TRUE
001839       PERFORM ERROR-SALIDA
001839       EXIT PARAGRAPH
001839     END-IF.
001839     EVALUATE admin-orden
001839       WHEN "--estado"
001839         PERFORM MOSTRAR-ESTADO-SERVIDOR
001839       WHEN "--recargar"
001839         MOVE HIGH-VALUES TO huellas-almacenes
001839         PERFORM COMPROBAR-RECARGA
001839         SET cuotas-cargadas TO FALSE
001839         SET tablas-cargadas TO FALSE
001839         IF idioma-ingles THEN
001839           DISPLAY "Reloaded: macros, limits, quotas and tables."
001839         ELSE
001839           DISPLAY "Recargados: macros, limites, cuotas y tablas."
001839         END-IF
001839       WHEN "--parar"
001839         SET fin-peticiones TO TRUE
001839         IF idioma-ingles THEN
001839           DISPLAY "Server stopping."
001839         ELSE
001839           DISPLAY "Servidor detenido."
001839         END-IF
001839     END-EVALUATE.
001839     EXIT.

001839** Antes de cada peticion: recargar lo que haya cambiado en
001839** disco desde que se cargo. Las cuotas y las tablas se cargan
001839** a demanda, asi que basta con darlas por no cargadas (y solo
001839** si lo estaban). Cada recarga deja su linea en servidor.est:
001839   COMPROBAR-RECARGA.
001839     MOVE SPACES TO recargados.
001839     MOVE 1 TO recargados-punt.
001839     MOVE ws-macros-nombre TO huella-nombre.
001839     PERFORM TOMAR-HUELLA.
001839     IF huella-actual NOT = huella-macros THEN
001839       PERFORM CARGAR-MACROS
001839       PERFORM ANOTAR-RECARGADO
001839     END-IF.
001839     MOVE "limites.dat" TO huella-nombre.
001839     PERFORM TOMAR-HUELLA.
001839     IF huella-actual NOT = huella-limites THEN
001839       PERFORM LEER-LIMITES
001839       PERFORM ANOTAR-RECARGADO
001839     END-IF.
001839     IF cuotas-cargadas THEN
001839       MOVE ws-cuotas-nombre TO huella-nombre
001839       PERFORM TOMAR-HUELLA
001839       IF huella-actual NOT = huella-cuotas THEN
001839         SET cuotas-cargadas TO FALSE
001839         PERFORM ANOTAR-RECARGADO
001839       END-IF
001839     END-IF.
001839     IF tablas-cargadas THEN
001839       MOVE ws-tablas-nombre TO huella-nombre
001839       PERFORM TOMAR-HUELLA
001839       IF huella-actual NOT = huella-tablas THEN
001839         SET tablas-cargadas TO FALSE
001839         PERFORM ANOTAR-RECARGADO
001839       END-IF
001839     END-IF.
001839     IF recargados NOT = SPACES THEN
001839       ADD 1 TO cuenta-recargas
001839       MOVE "recarga" TO servidor-evento
001839       PERFORM APUNTAR-ESTADISTICAS
001839     END-IF.
001839     EXIT.

001839   ANOTAR-RECARGADO.
001839     IF recargados-punt > 1 THEN
001839       STRING "," DELIMITED BY SIZE
001839              INTO recargados WITH POINTER recargados-punt
001839       END-STRING
001839     END-IF.
001839     STRING FUNCTION TRIM(huella-nombre) DELIMITED BY SIZE
001839            INTO recargados WITH POINTER recargados-punt
001839     END-STRING.
001839     EXIT.

001839** La huella de "huella-nombre" en "huella-actual" (en blanco
001839** si no existe). La llamada deja su estado en RETURN-CODE,
001839** que se repone:
001839   TOMAR-HUELLA.
001839     MOVE RETURN-CODE TO huella-rc.
001839     MOVE SPACES TO huella-actual.
001839     CALL "CBL_CHECK_FILE_EXIST" USING huella-nombre,
001839                                       huella-actual.
001839     IF RETURN-CODE NOT = 0 THEN
001839       MOVE SPACES TO huella-actual
001839     END-IF.
001839     MOVE huella-rc TO RETURN-CODE.
001839     EXIT.

001839** Segundos desde una fecha fija, para medir el tiempo en
001839** marcha y el intervalo de las estadisticas:
001839   CALCULAR-AHORA.
001839     MOVE FUNCTION CURRENT-DATE(1:16) TO servidor-fecha.
001839     MOVE servidor-hora TO servidor-hora-txt.
001839     COMPUTE servidor-ahora =
001839             FUNCTION INTEGER-OF-DATE(servidor-fecha-dia) * 86400
001839             + servidor-hh * 3600 + servidor-mm * 60
001839             + servidor-ss.
001839     COMPUTE servidor-activo = servidor-ahora - servidor-inicio.
001839     EXIT.

001839** Una linea de recuentos en servidor.est (al arrancar, cada
001839** "--estadisticas=" segundos, al recargar y al parar), en el
001839** formato " | " de siempre. Va bajo el cerrojo como todo lo
001839** que se escribe compartido; sin cerrojo, se pierde la linea
001839** y se sigue (son solo recuentos):
001839   APUNTAR-ESTADISTICAS.
001839     PERFORM CALCULAR-AHORA.
001839     MOVE servidor-ahora TO servidor-ultima-est.
001839     PERFORM OBTENER-CERROJO.
001839     IF NOT cerrojo-obtenido THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     OPEN EXTEND f-estadisticas.
001839     IF ws-estadisticas-status = "35" THEN
001839       OPEN OUTPUT f-estadisticas
001839       CLOSE f-estadisticas
001839       OPEN EXTEND f-estadisticas
001839     END-IF.
001839     MOVE SPACES TO reg-estadistica.
001839     MOVE 1 TO i.
001839     STRING servidor-fecha(1:14) DELIMITED BY SIZE,
001839            " | evento=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-evento) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     IF base-mesa-id NOT = SPACES THEN
001839       STRING " | mesa=" DELIMITED BY SIZE,
001839              FUNCTION TRIM(base-mesa-id) DELIMITED BY SIZE
001839              INTO reg-estadistica WITH POINTER i
001839       END-STRING
001839     END-IF.
001839     MOVE servidor-activo TO servidor-cifra.
001839     STRING " | activo=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     MOVE cuenta-peticiones TO servidor-cifra.
001839     STRING " | peticiones=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     MOVE cuenta-rechazadas TO servidor-cifra.
001839     STRING " | rechazadas=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     MOVE cuenta-esperas TO servidor-cifra.
001839     STRING " | esperas=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     MOVE cuenta-sin-cerrojo TO servidor-cifra.
001839     STRING " | sin-cerrojo=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     MOVE cuenta-recargas TO servidor-cifra.
001839     STRING " | recargas=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     MOVE cuenta-repetidas TO servidor-cifra.
001839     STRING " | repetidas=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO reg-estadistica WITH POINTER i
001839     END-STRING.
001839     IF servidor-evento = "recarga" THEN
001839       STRING " | ficheros=" DELIMITED BY SIZE,
001839              FUNCTION TRIM(recargados) DELIMITED BY SIZE
001839              INTO reg-estadistica WITH POINTER i
001839       END-STRING
001839     END-IF.
001839     WRITE reg-estadistica.
001839     CLOSE f-estadisticas.
001839     PERFORM SOLTAR-CERROJO.
001839     EXIT.

001839** La respuesta a "--estado": una sola linea, como todas:
001839   MOSTRAR-ESTADO-SERVIDOR.
001839     PERFORM CALCULAR-AHORA.
001839     COMPUTE dur-ss = FUNCTION MOD(servidor-activo, 60).
001839     COMPUTE dur-mm = FUNCTION MOD(servidor-activo / 60, 60).
001839     COMPUTE dur-hh = FUNCTION MOD(servidor-activo / 3600, 24).
001839     COMPUTE servidor-dias = servidor-activo / 86400.
001839     IF json-modo THEN
001839       PERFORM MOSTRAR-ESTADO-JSON
001839       EXIT PARAGRAPH
001839     END-IF.
001839     MOVE SPACES TO json-linea.
001839     MOVE 1 TO json-punt.
001839     IF idioma-ingles THEN
001839       STRING "Server up since " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING "Servidor en marcha desde " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     STRING servidor-inicio-txt(1:4) "-" servidor-inicio-txt(5:2)
001839            "-" servidor-inicio-txt(7:2) " "
001839            servidor-inicio-txt(9:2) ":"
001839            servidor-inicio-txt(11:2) ":"
001839            servidor-inicio-txt(13:2) " (" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-dias) DELIMITED BY SIZE,
001839            "d " DELIMITED BY SIZE,
001839            servidor-duracion DELIMITED BY SIZE,
001839            "): " DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-peticiones TO servidor-cifra.
001839     STRING FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING " requests, " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING " peticiones, " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     MOVE cuenta-rechazadas TO servidor-cifra.
001839     STRING FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING " rejected, " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING " rechazadas, " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     MOVE cuenta-esperas TO servidor-cifra.
001839     STRING FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING " lock waits (" DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING " esperas de cerrojo (" DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     MOVE cuenta-sin-cerrojo TO servidor-cifra.
001839     STRING FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING " failed), " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING " sin exito), " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     MOVE cuenta-recargas TO servidor-cifra.
001839     STRING FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING " reloads, " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING " recargas, " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     MOVE cuenta-repetidas TO servidor-cifra.
001839     STRING FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING " repeated requests suppressed." DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING " peticiones repetidas suprimidas."
001839              DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     DISPLAY FUNCTION TRIM(json-linea).
001839     EXIT.

001839   MOSTRAR-ESTADO-JSON.
001839     MOVE SPACES TO json-linea.
001839     MOVE 1 TO json-punt.
001839     MOVE servidor-activo TO servidor-cifra.
001839     STRING '{"servidor":{"desde":"' DELIMITED BY SIZE,
001839            servidor-inicio-txt DELIMITED BY SIZE,
001839            '","segundos":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-peticiones TO servidor-cifra.
001839     STRING ',"peticiones":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-rechazadas TO servidor-cifra.
001839     STRING ',"rechazadas":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-esperas TO servidor-cifra.
001839     STRING ',"esperas_cerrojo":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-sin-cerrojo TO servidor-cifra.
001839     STRING ',"sin_cerrojo":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-recargas TO servidor-cifra.
001839     STRING ',"recargas":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     MOVE cuenta-repetidas TO servidor-cifra.
001839     STRING ',"repetidas":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE,
001839            "}}" DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     DISPLAY FUNCTION TRIM(json-linea).
001839     EXIT.

001839** "--peticion=ID": uno por peticion, de hasta 64 letras,
001839** cifras y "-_:." (lo que manda el bot: el chat y el numero
001839** del mensaje, por ejemplo), sin distinguir mayusculas:
001839   LEER-ARG-PETICION.
001839     MOVE arg(12:64) TO peticion-id.
001839     MOVE FUNCTION STORED-CHAR-LENGTH(peticion-id)
001839          TO peticion-largo.
001839     IF peticion-modo OR peticion-id = SPACES OR
001839        arg(76:1) NOT = SPACE OR
001839        peticion-id(1:peticion-largo) IS NOT T_PETICION THEN
001839       MOVE arg TO cosa-erronea
001839       SET err-arg-absurdo TO TRUE
001839       PERFORM ERROR-SALIDA
001839       EXIT PARAGRAPH
001839     END-IF.
001839     SET peticion-modo TO TRUE.
001839     EXIT.

001839** Si el identificador ya esta en peticiones.idx (de la mesa
001839** de la peticion), la peticion es repetida y su registro
001839** queda en "reg-idpeticion" para la respuesta. Sin fichero,
001839** nada se ha atendido todavia:
001839   BUSCAR-PETICION.
001839     SET peticion-repetida TO FALSE.
001839     OPEN INPUT f-peticionesidx.
001839     IF ws-peticionesidx-status NOT = "00" THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     MOVE peticion-id TO idp-clave.
001839     READ f-peticionesidx
001839       INVALID KEY CONTINUE
001839       NOT INVALID KEY SET peticion-repetida TO TRUE
001839     END-READ.
001839     CLOSE f-peticionesidx.
001839     EXIT.

001839** La respuesta a una peticion repetida: la de entonces, con
001839** la fecha y la linea de dados.log, y marcada como repetida
001839** para que el bot no la tome por una tirada nueva. Nada se
001839** tira ni se cobra; la repeticion queda en operaciones.log:
001839   RESPONDER-REPETIDA.
001839     ADD 1 TO cuenta-repetidas.
001839     IF json-modo THEN
001839       PERFORM MOSTRAR-REPETIDA-JSON
001839     ELSE
001839       PERFORM MOSTRAR-REPETIDA
001839     END-IF.
001839     MOVE "peticion-repetida" TO oper-accion.
001839     MOVE idp-linea TO ver-linea-disp.
001839     MOVE SPACES TO oper-params.
001839     STRING "peticion=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(peticion-id) DELIMITED BY SIZE,
001839            " linea=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE
001839            INTO oper-params
001839     END-STRING.
001839     MOVE "suprimida" TO oper-resultado.
001839     PERFORM REGISTRAR-OPERACION.
001839     EXIT.

001839   MOSTRAR-REPETIDA.
001839     MOVE SPACES TO json-linea.
001839     MOVE 1 TO json-punt.
001839     IF idioma-ingles THEN
001839       STRING "Repeated request (" DELIMITED BY SIZE,
001839              FUNCTION TRIM(peticion-id) DELIMITED BY SIZE,
001839              "), already handled on " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING "Peticion repetida (" DELIMITED BY SIZE,
001839              FUNCTION TRIM(peticion-id) DELIMITED BY SIZE,
001839              "), ya atendida el " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     STRING idp-fecha(1:4) "-" idp-fecha(5:2) "-"
001839            idp-fecha(7:2) " " idp-fecha(9:2) ":"
001839            idp-fecha(11:2) ":" idp-fecha(13:2) ": "
001839            DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839** Las ordenes que no tiraron no tienen resultado que dar:
001839     IF idp-tiradas = 0 THEN
001839       STRING FUNCTION TRIM(idp-modo) DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839       IF idioma-ingles THEN
001839         STRING ", not repeated." DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839       ELSE
001839         STRING ", no se repite." DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839       END-IF
001839       DISPLAY FUNCTION TRIM(json-linea)
001839       EXIT PARAGRAPH
001839     END-IF.
001839     EVALUATE TRUE
001839       WHEN idp-modo = "sellada" AND idioma-ingles
001839         STRING "sealed roll #" DELIMITED BY SIZE,
001839                FUNCTION TRIM(idp-resultado) DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839       WHEN idp-modo = "sellada"
001839         STRING "tirada sellada #" DELIMITED BY SIZE,
001839                FUNCTION TRIM(idp-resultado) DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839       WHEN OTHER
001839         STRING FUNCTION TRIM(idp-expr) DELIMITED BY SIZE,
001839                " = " DELIMITED BY SIZE,
001839                FUNCTION TRIM(idp-resultado) DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839     END-EVALUATE.
001839     MOVE idp-linea TO ver-linea-disp.
001839     STRING " (" DELIMITED BY SIZE,
001839            FUNCTION TRIM(ws-log-nombre) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     IF idioma-ingles THEN
001839       STRING ", line " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     ELSE
001839       STRING ", linea " DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     STRING FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839** Una iniciativa, un grupo o un robo de varias cartas dejaron
001839** varias entradas seguidas; se da la primera y cuantas mas:
001839     IF idp-tiradas > 1 THEN
001839       COMPUTE peticion-disp = idp-tiradas - 1
001839       IF idioma-ingles THEN
001839         STRING " and " DELIMITED BY SIZE,
001839                FUNCTION TRIM(peticion-disp) DELIMITED BY SIZE,
001839                " more" DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839       ELSE
001839         STRING " y " DELIMITED BY SIZE,
001839                FUNCTION TRIM(peticion-disp) DELIMITED BY SIZE,
001839                " mas" DELIMITED BY SIZE
001839                INTO json-linea WITH POINTER json-punt
001839         END-STRING
001839       END-IF
001839     END-IF.
001839     STRING ")." DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     DISPLAY FUNCTION TRIM(json-linea).
001839     EXIT.

001839   MOSTRAR-REPETIDA-JSON.
001839     MOVE SPACES TO json-linea.
001839     MOVE 1 TO json-punt.
001839     MOVE idp-tiradas TO peticion-disp.
001839     STRING '{"repetida":true,"peticion":"' DELIMITED BY SIZE,
001839            FUNCTION TRIM(peticion-id) DELIMITED BY SIZE,
001839            '","fecha":"' DELIMITED BY SIZE,
001839            idp-fecha DELIMITED BY SIZE,
001839            '","modo":"' DELIMITED BY SIZE,
001839            FUNCTION TRIM(idp-modo) DELIMITED BY SIZE,
001839            '","tiradas":' DELIMITED BY SIZE,
001839            FUNCTION TRIM(peticion-disp) DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839** Del sello, solo su numero, como al anunciarlo:
001839     IF idp-tiradas > 0 AND idp-modo = "sellada" THEN
001839       MOVE idp-linea TO ver-linea-disp
001839       STRING ',"linea":' DELIMITED BY SIZE,
001839              FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE,
001839              ',"sellada":' DELIMITED BY SIZE,
001839              FUNCTION TRIM(idp-resultado) DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     IF idp-tiradas > 0 AND idp-modo NOT = "sellada" THEN
001839       MOVE idp-linea TO ver-linea-disp
001839       STRING ',"linea":' DELIMITED BY SIZE,
001839              FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE,
001839              ',"expresion":"' DELIMITED BY SIZE,
001839              FUNCTION TRIM(idp-expr) DELIMITED BY SIZE,
001839              '","resultado":' DELIMITED BY SIZE,
001839              FUNCTION TRIM(idp-resultado) DELIMITED BY SIZE
001839              INTO json-linea WITH POINTER json-punt
001839       END-STRING
001839     END-IF.
001839     STRING "}" DELIMITED BY SIZE
001839            INTO json-linea WITH POINTER json-punt
001839     END-STRING.
001839     DISPLAY FUNCTION TRIM(json-linea).
001839     EXIT.

001839** Cada entrada de dados.log de una peticion con identificador:
001839** la primera (con su numero de linea, contado ya bajo el
001839** cerrojo) es la que se devolvera si la peticion se repite:
001839   ANOTAR-TIRADA-PETICION.
001839     IF peticion-tiradas = 0 THEN
001839       MOVE recurso-linea TO peticion-linea
001839       MOVE SPACES TO peticion-expr, peticion-resultado
001839** De una tirada sellada solo se guarda el sello, que es lo
001839** unico que se anuncio:
001839       IF sellada-modo THEN
001839         MOVE sello-num TO sello-disp
001839         MOVE FUNCTION TRIM(sello-disp) TO peticion-resultado
001839       ELSE
001839         MOVE expresion TO peticion-expr
001839         STRING FUNCTION TRIM(resultsigno) DELIMITED BY SIZE,
001839                FUNCTION TRIM(resultdisp) DELIMITED BY SIZE
001839                INTO peticion-resultado
001839         END-STRING
001839       END-IF
001839     END-IF.
001839     ADD 1 TO peticion-tiradas.
001839     EXIT.

001839** Una peticion con identificador ya atendida (sin error y no
001839** repetida) queda en peticiones.idx, bajo el cerrojo. Si el
001839** cerrojo no llega, no queda: una repeticion se atenderia de
001839** nuevo, como antes de haber identificadores. Tampoco queda
001839** si la peticion no llego a dados.log (sin cerrojo para el
001839** registro, mazo cambiado por otro robo, o una orden de
001839** tirar que acabo sin ninguna entrada). Si otro proceso la
001839** apunto entretanto, se deja la suya:
001839   GUARDAR-PETICION.
001839     IF NOT peticion-modo OR peticion-admin OR linea-rechazada OR
001839        peticion-repetida OR hubo-fallo-cerrojo OR
001839        mazo-cambiado THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839** Las ordenes que no tiran (estado del combate, cuenta o
001839** descarte del mazo, analisis) se apuntan sin entradas:
001839     IF peticion-tiradas = 0 AND NOT analisis-modo AND
001839        (iniciativa-modo OR combate-orden = "entra" OR
001839         mazo-robar OR NOT (combate-modo OR mazo-modo)) THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     MOVE SPACES TO reg-idpeticion.
001839     MOVE peticion-id TO idp-clave.
001839     MOVE FUNCTION CURRENT-DATE(1:14) TO idp-fecha.
001839     EVALUATE TRUE
001839       WHEN combate-modo
001839         MOVE "combate" TO idp-modo
001839       WHEN mazo-modo
001839         MOVE "mazo" TO idp-modo
001839       WHEN iniciativa-modo
001839         MOVE "iniciativa" TO idp-modo
001839       WHEN oposicion-modo
001839         MOVE "oposicion" TO idp-modo
001839       WHEN tabla-modo
001839         MOVE "tabla" TO idp-modo
001839       WHEN grupo-modo
001839         MOVE "grupo" TO idp-modo
001839       WHEN analisis-modo
001839         MOVE "analisis" TO idp-modo
001839       WHEN sellada-modo
001839         MOVE "sellada" TO idp-modo
001839       WHEN OTHER
001839         MOVE "tirada" TO idp-modo
001839     END-EVALUATE.
001839     MOVE peticion-linea TO idp-linea.
001839     MOVE peticion-tiradas TO idp-tiradas.
001839     MOVE peticion-expr TO idp-expr.
001839     MOVE peticion-resultado TO idp-resultado.
001839     PERFORM OBTENER-CERROJO.
001839     IF NOT cerrojo-obtenido THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     OPEN I-O f-peticionesidx.
001839     IF ws-peticionesidx-status = "35" THEN
001839       OPEN OUTPUT f-peticionesidx
001839       CLOSE f-peticionesidx
001839       OPEN I-O f-peticionesidx
001839     END-IF.
001839     IF ws-peticionesidx-status = "00" THEN
001839       WRITE reg-idpeticion
001839         INVALID KEY CONTINUE
001839       END-WRITE
001839       CLOSE f-peticionesidx
001839     END-IF.
001839     PERFORM SOLTAR-CERROJO.
001839     EXIT.

001839** "--purgar-peticiones=N": borrar de peticiones.idx (el de la
001839** mesa, con "--mesa=ID") los identificadores atendidos antes
001839** de hace N dias; con 0, todos los de antes de hoy. El bot
001839** reenvia en segundos, asi que bastan uno o dos dias. Va bajo
001839** el cerrojo, con el servidor en marcha o sin el, y queda en
001839** operaciones.log. Termina el programa por su cuenta:
001839   PURGAR-PETICIONES.
001839     MOVE 0 TO purga-borradas, purga-quedan.
001839     MOVE FUNCTION CURRENT-DATE(1:8) TO purga-hoy.
001839     COMPUTE purga-limite = FUNCTION DATE-OF-INTEGER(
001839             FUNCTION INTEGER-OF-DATE(purga-hoy) - purga-dias).
001839     PERFORM OBTENER-CERROJO.
001839     IF NOT cerrojo-obtenido THEN
001839       IF idioma-ingles THEN
001839         DISPLAY "WARNING: could not get the write lock"
001839         DISPLAY "(dados.lck busy); nothing was purged."
001839       ELSE
001839         DISPLAY "AVISO: no se pudo obtener el cerrojo de"
001839         DISPLAY "escritura (dados.lck ocupado); no se ha"
001839         DISPLAY "purgado nada."
001839       END-IF
001839       MOVE 8 TO RETURN-CODE
001839       STOP RUN
001839     END-IF.
001839     OPEN I-O f-peticionesidx.
001839     IF ws-peticionesidx-status NOT = "00" THEN
001839       PERFORM SOLTAR-CERROJO
001839       IF idioma-ingles THEN
001839         DISPLAY "Nothing to purge: ",
001839                 FUNCTION TRIM(ws-peticionesidx-nombre),
001839                 " does not exist."
001839       ELSE
001839         DISPLAY "Nada que purgar: no existe ",
001839                 FUNCTION TRIM(ws-peticionesidx-nombre), "."
001839       END-IF
001839       MOVE 0 TO RETURN-CODE
001839       STOP RUN
001839     END-IF.
001839     SET fin-purga TO FALSE.
001839     MOVE LOW-VALUES TO idp-clave.
001839     START f-peticionesidx KEY IS NOT LESS THAN idp-clave
001839       INVALID KEY SET fin-purga TO TRUE
001839     END-START.
001839     PERFORM UNTIL fin-purga
001839       READ f-peticionesidx NEXT RECORD
001839         AT END SET fin-purga TO TRUE
001839         NOT AT END PERFORM PURGAR-UNA-PETICION
001839       END-READ
001839     END-PERFORM.
001839     CLOSE f-peticionesidx.
001839     PERFORM SOLTAR-CERROJO.
001839     MOVE purga-borradas TO servidor-cifra.
001839     MOVE purga-quedan TO ver-linea-disp.
001839     IF idioma-ingles THEN
001839       DISPLAY "Purged from ",
001839               FUNCTION TRIM(ws-peticionesidx-nombre), ": ",
001839               FUNCTION TRIM(servidor-cifra),
001839               " requests handled before ",
001839               purga-limite(1:4), "-", purga-limite(5:2), "-",
001839               purga-limite(7:2), "; ",
001839               FUNCTION TRIM(ver-linea-disp), " kept."
001839     ELSE
001839       DISPLAY "Purgadas de ",
001839               FUNCTION TRIM(ws-peticionesidx-nombre), ": ",
001839               FUNCTION TRIM(servidor-cifra),
001839               " peticiones atendidas antes del ",
001839               purga-limite(1:4), "-", purga-limite(5:2), "-",
001839               purga-limite(7:2), "; quedan ",
001839               FUNCTION TRIM(ver-linea-disp), "."
001839     END-IF.
001839     MOVE "purgar-peticiones" TO oper-accion.
001839     MOVE purga-dias TO peticion-disp.
001839     MOVE SPACES TO oper-params, oper-resultado.
001839     STRING "dias=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(peticion-disp) DELIMITED BY SIZE
001839            INTO oper-params
001839     END-STRING.
001839     STRING "borradas=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(servidor-cifra) DELIMITED BY SIZE,
001839            " quedan=" DELIMITED BY SIZE,
001839            FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE
001839            INTO oper-resultado
001839     END-STRING.
001839     PERFORM REGISTRAR-OPERACION.
001839     MOVE 0 TO RETURN-CODE.
001839     STOP RUN.

001839   PURGAR-UNA-PETICION.
001839     IF idp-fecha(1:8) < purga-limite THEN
001839       DELETE f-peticionesidx RECORD
001839         INVALID KEY CONTINUE
001839         NOT INVALID KEY ADD 1 TO purga-borradas
001839       END-DELETE
001839     ELSE
001839       ADD 1 TO purga-quedan
001839     END-IF.
001839     EXIT.

001839** Guardar y reponer las opciones de la linea de comandos, para
001839** que las de cada peticion no contaminen a la siguiente. Los
001839** modos que no tienen sentido por peticion (archivo, auditoria)
001839     MOVE dificultad-valor TO base-dificultad-valor.
001839     MOVE opt-sesion TO base-sesion.
001839     MOVE ws-sesion-nombre TO base-sesion-nombre.
001839     MOVE opt-mesa TO base-mesa.
001839     MOVE ws-mesa-id TO base-mesa-id.
001839     EXIT.

001839   REPONER-OPCIONES-BASE.
001839     MOVE base-dificultad-valor TO dificultad-valor.
001839     MOVE base-sesion TO opt-sesion.
001839     MOVE base-sesion-nombre TO ws-sesion-nombre.
001839** La mesa de la peticion anterior no vale para esta: se
001839** vuelve a la del arranque (y a sus macros, si cambia):
001839     MOVE base-mesa TO opt-mesa.
001839     MOVE base-mesa-id TO ws-mesa-id.
001839     PERFORM FIJAR-NOMBRES-MESA.
001839     MOVE 0 TO opt-ultimo, opt-archivo, opt-checkpoint,
001839               opt-verificar, opt-comprobar.
001839     MOVE 0 TO opt-anular, opt-operaciones.
001839     MOVE 0 TO opt-analisis, opt-objetivo.
001839     MOVE 10000 TO muestras-analisis.
001839     MOVE 0 TO opt-iniciativa, opt-oposicion, pt-num.
001839     MOVE 0 TO opt-combate.
001839     MOVE SPACES TO combate-orden, combate-arg.
001839     MOVE 0 TO opt-recurso.
001839     MOVE SPACES TO recurso-movimiento, recurso-clave.
001839     MOVE 0 TO opt-mazo.
001839     MOVE SPACES TO mazo-orden, mazo-pedido, mazo-arg-resto.
001839     MOVE 0 TO opt-tabla.
001839     MOVE 0 TO opt-grupo.
001839     MOVE SPACES TO grupo-plantilla.
001839     MOVE 0 TO opt-sellada.
001839     SET tirada-silenciosa TO FALSE.
001839     MOVE 0 TO opt-peticion, peticion-tiradas, peticion-linea.
001839     MOVE SPACES TO peticion-id, peticion-expr,
001839                    peticion-resultado.
001839     SET peticion-repetida TO FALSE.
001839     SET semilla-manual TO FALSE.
001839     SET sesion-sembrada TO FALSE.
001839     EXIT.

001839** Cargar macros.dat en la tabla de memoria (nombres ya en
001839** minusculas y sin espacios, como los busca BUSCAR-MACRO). Si
001839** el fichero no existe, la tabla queda vacia y toda busqueda
001839** fallara con su error normal. Si el fichero cambia con el
001839** servidor en marcha, COMPROBAR-RECARGA lo vuelve a cargar:
001839   CARGAR-MACROS.
001839     MOVE ws-macros-nombre TO huella-nombre.
001839     PERFORM TOMAR-HUELLA.
001839     MOVE huella-actual TO huella-macros.
001839     MOVE 0 TO mac-num.
001839     SET fin-macros TO FALSE.
001839     OPEN INPUT f-macros.
001839     SET macros-cargadas TO TRUE.
001839     EXIT.

001839** El identificador de "--mesa=ID" forma parte del nombre de
001839** los ficheros de la mesa: solo letras, cifras, "-" y "_",
001839** hasta 16. Y tiene que llegar antes que la expresion (ver
001839** EVALUAR-ARGUMENTO):
001839   LEER-ARG-MESA.
001839     MOVE FUNCTION STORED-CHAR-LENGTH(mesa-arg-temp) TO mesa-i.
001839     IF mesa-arg-temp = SPACES OR mesa-i > 16 OR
001839        expresion NOT = SPACES OR pt-num > 0 OR
001839        grupo-plantilla NOT = SPACES THEN
001839       MOVE arg TO cosa-erronea
001839       SET err-arg-absurdo TO TRUE
001839       PERFORM ERROR-SALIDA
001839       EXIT PARAGRAPH
001839     END-IF.
001839     IF mesa-arg-temp(1:mesa-i) IS NOT T_MESA THEN
001839       MOVE arg TO cosa-erronea
001839       SET err-arg-absurdo TO TRUE
001839       PERFORM ERROR-SALIDA
001839       EXIT PARAGRAPH
001839     END-IF.
001839     SET mesa-modo TO TRUE.
001839     MOVE mesa-arg-temp(1:16) TO ws-mesa-id.
001839     PERFORM FIJAR-NOMBRES-MESA.
001839     EXIT.

001839** Componer los nombres de los almacenes de la mesa en curso
001839** (los de siempre si no hay mesa). Si la mesa cambia (en
001839** modo servidor, de una peticion a otra), las tablas y las
001839** cuotas en memoria son de la mesa anterior: se descartan, y
001839** las macros se recargan de la nueva:
001839   FIJAR-NOMBRES-MESA.
001839     MOVE SPACES TO mesa-prefijo.
001839     IF mesa-modo THEN
001839       STRING FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE,
001839              "." DELIMITED BY SIZE
001839              INTO mesa-prefijo
001839       END-STRING
001839     ELSE
001839       MOVE SPACES TO ws-mesa-id
001839     END-IF.
001839     MOVE SPACES TO ws-log-nombre, ws-macros-nombre,
001839                    ws-control-nombre, ws-sellos-nombre,
001839                    ws-personajes-nombre,
001839                    ws-personajesidx-nombre, ws-cuotas-nombre,
001839                    ws-cuotasdia-nombre, ws-tablas-nombre,
001839                    ws-grupos-nombre, ws-combate-nombre,
001839                    ws-combatelog-nombre, ws-recursos-nombre,
001839                    ws-recursoslog-nombre, ws-mazos-nombre,
001839                    ws-mazosest-nombre, ws-peticionesidx-nombre,
001839                    ws-sesiones-nombre.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "dados.log" DELIMITED BY SIZE INTO ws-log-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "macros.dat" DELIMITED BY SIZE INTO ws-macros-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "dados.ctl" DELIMITED BY SIZE INTO ws-control-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "sellos.dat" DELIMITED BY SIZE INTO ws-sellos-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "personajes.dat" DELIMITED BY SIZE
001839            INTO ws-personajes-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "personajes.idx" DELIMITED BY SIZE
001839            INTO ws-personajesidx-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "cuotas.dat" DELIMITED BY SIZE INTO ws-cuotas-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "cuotas.dia" DELIMITED BY SIZE
001839            INTO ws-cuotasdia-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "tablas.dat" DELIMITED BY SIZE INTO ws-tablas-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "grupos.dat" DELIMITED BY SIZE INTO ws-grupos-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "combate.dat" DELIMITED BY SIZE
001839            INTO ws-combate-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "combate.log" DELIMITED BY SIZE
001839            INTO ws-combatelog-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "recursos.idx" DELIMITED BY SIZE
001839            INTO ws-recursos-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "recursos.log" DELIMITED BY SIZE
001839            INTO ws-recursoslog-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "mazos.dat" DELIMITED BY SIZE INTO ws-mazos-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "mazos.est" DELIMITED BY SIZE
001839            INTO ws-mazosest-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "peticiones.idx" DELIMITED BY SIZE
001839            INTO ws-peticionesidx-nombre
001839     END-STRING.
001839     STRING mesa-prefijo DELIMITED BY SPACE,
001839            "sesiones.idx" DELIMITED BY SIZE
001839            INTO ws-sesiones-nombre
001839     END-STRING.
001839     IF ws-mesa-id NOT = mesa-fijada THEN
001839       MOVE ws-mesa-id TO mesa-fijada
001839       SET mesa-anotada TO FALSE
001839       SET tablas-cargadas TO FALSE
001839       SET cuotas-cargadas TO FALSE
001839       IF macros-cargadas THEN
001839         PERFORM CARGAR-MACROS
001839       END-IF
001839     END-IF.
001839     EXIT.

001839** La primera escritura en una mesa la da de alta en mesas.dat
001839** (una linea por mesa), para que DadosRotar, DadosCuadre,
001839** DadosCopia y compania sepan que existe. Se llama con el
001839** cerrojo ya en la mano:
001839   ANOTAR-MESA.
001839     IF NOT mesa-modo OR mesa-anotada THEN
001839       EXIT PARAGRAPH
001839     END-IF.
001839     SET fin-mesas TO FALSE.
001839     OPEN INPUT f-mesas.
001839     IF ws-mesas-status = "00" THEN
001839       PERFORM UNTIL fin-mesas OR mesa-anotada
001839         READ f-mesas INTO reg-mesa
001839           AT END SET fin-mesas TO TRUE
001839           NOT AT END
001839             IF FUNCTION TRIM(reg-mesa) = ws-mesa-id THEN
001839               SET mesa-anotada TO TRUE
001839             END-IF
001839         END-READ
001839       END-PERFORM
001839       CLOSE f-mesas
001839     END-IF.
001839     IF NOT mesa-anotada THEN
001839       OPEN EXTEND f-mesas
001839       IF ws-mesas-status = "35" THEN
001839         OPEN OUTPUT f-mesas
001839         CLOSE f-mesas
001839         OPEN EXTEND f-mesas
001839       END-IF
001839       MOVE ws-mesa-id TO reg-mesa
001839       WRITE reg-mesa
001839       CLOSE f-mesas
001839       SET mesa-anotada TO TRUE
001839     END-IF.
001839     EXIT.

001840** Un argumento de la linea de comandos (o un token de una
001840** peticion en modo servidor), ya en minusculas en "arg". Se
001840** extrajo de LEER-ARGUMENTOS para poder reutilizarlo desde
001297           MOVE FUNCTION TRIM(semilla-arg-temp) TO wn-semilla
001298           COMPUTE wn-dado = FUNCTION RANDOM(wn-semilla)
001298           MOVE 0 TO wn-consumidos
001298           SET semilla-manual TO TRUE
001298         WHEN arg(1:10) = "--archivo="
001298           SET archivo-modo TO TRUE
001298           MOVE arg(11:110) TO archivo-arg-temp
001299             MOVE FUNCTION TRIM(sesion-arg-temp)
001299                  TO ws-sesion-nombre
001299           END-IF
001299** "--mesa=ID" ha de ir ANTES de la expresion, las macros y
001299** los participantes: las macros y los "@personaje.atributo"
001299** se resuelven al leerlos, contra los almacenes de la mesa:
001299         WHEN arg(1:7) = "--mesa="
001299           MOVE arg(8:24) TO mesa-arg-temp
001299           PERFORM LEER-ARG-MESA
001299         WHEN arg-ultimo SET ultimo-modo TO TRUE
001299         WHEN arg-json SET json-modo TO TRUE
001299         WHEN arg = "--servidor" SET servidor-modo TO TRUE
001299** Solo al arrancar: una peticion no puede cambiarlos:
001299         WHEN arg(1:14) = "--clave-admin=" AND
001299              NOT errores-en-respuesta
001299           MOVE arg(15:32) TO clave-admin
001299           IF clave-admin = SPACES THEN
001299             MOVE arg TO cosa-erronea
001299             SET err-arg-absurdo TO TRUE
001299             PERFORM ERROR-SALIDA
001299           END-IF
001299         WHEN arg(1:15) = "--estadisticas=" AND
001299              NOT errores-en-respuesta
001299           MOVE arg(16:24) TO estadisticas-arg-temp
001299           IF estadisticas-arg-temp = SPACES OR
001299              FUNCTION TRIM(estadisticas-arg-temp)
001299              IS NOT NUMERIC OR
001299              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
001299              estadisticas-arg-temp)) > 5 THEN
001299             MOVE arg TO cosa-erronea
001299             SET err-arg-absurdo TO TRUE
001299             PERFORM ERROR-SALIDA
001299           END-IF
001299           MOVE FUNCTION TRIM(estadisticas-arg-temp)
001299                TO estadisticas-cada
001299           IF estadisticas-cada < 10 THEN
001299             MOVE arg TO cosa-erronea
001299             SET err-arg-absurdo TO TRUE
001299             PERFORM ERROR-SALIDA
001299           END-IF
001299** Solo dentro de una peticion del modo servidor:
001299         WHEN arg(1:11) = "--peticion=" AND errores-en-respuesta
001299           PERFORM LEER-ARG-PETICION
001299** Solo al arrancar, como las demas tandas administrativas:
001299         WHEN arg(1:20) = "--purgar-peticiones=" AND
001299              NOT errores-en-respuesta
001299           MOVE arg(21:24) TO purga-arg-temp
001299           IF purga-arg-temp = SPACES OR
001299              FUNCTION TRIM(purga-arg-temp) IS NOT NUMERIC OR
001299              FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
001299              purga-arg-temp)) > 4 THEN
001299             MOVE arg TO cosa-erronea
001299             SET err-arg-absurdo TO TRUE
001299             PERFORM ERROR-SALIDA
001299           END-IF
001299           MOVE FUNCTION TRIM(purga-arg-temp) TO purga-dias
001299           SET purga-modo TO TRUE
001299** Apertura y cierre de una sesion comprometida, tambien solo
001299** al arrancar (y con "--mesa=" delante, si es de una mesa):
001299         WHEN arg(1:15) = "--abrir-sesion=" AND
001299              NOT errores-en-respuesta
001299           MOVE arg(16:32) TO sesion-arg-temp
001299           PERFORM LEER-ARG-SESION-COMPROMETIDA
001299           SET abrir-sesion-modo TO TRUE
001299         WHEN arg(1:16) = "--cerrar-sesion=" AND
001299              NOT errores-en-respuesta
001299           MOVE arg(17:32) TO sesion-arg-temp
001299           PERFORM LEER-ARG-SESION-COMPROMETIDA
001299           SET cerrar-sesion-modo TO TRUE
001299         WHEN arg = "--iniciativa" SET iniciativa-modo TO TRUE
001299         WHEN arg = "--combate"
001299           MOVE "combate" TO combate-pedido
001299           PERFORM LEER-ARG-COMBATE
001299         WHEN arg = "--turno"
001299           MOVE "turno" TO combate-pedido
001299           PERFORM LEER-ARG-COMBATE
001299         WHEN arg(1:8) = "--entra="
001299           MOVE "entra" TO combate-pedido
001299           PERFORM LEER-ARG-COMBATE
001299         WHEN arg(1:7) = "--sale="
001299           MOVE "sale" TO combate-pedido
001299           PERFORM LEER-ARG-COMBATE
001299         WHEN arg(1:12) = "--condicion="
001299           MOVE "condicion" TO combate-pedido
001299           PERFORM LEER-ARG-COMBATE
001299         WHEN arg = "--fin-combate"
001299           MOVE "fin" TO combate-pedido
001299           PERFORM LEER-ARG-COMBATE
001299         WHEN arg(1:10) = "--aplicar=" OR arg(1:8) = "--curar="
001299           PERFORM LEER-ARG-RECURSO
001299         WHEN arg(1:8) = "--robar="
001299           MOVE "robar" TO mazo-pedida
001299           PERFORM LEER-ARG-MAZO
001299         WHEN arg(1:9) = "--quedan="
001299           MOVE "quedan" TO mazo-pedida
001299           PERFORM LEER-ARG-MAZO
001299         WHEN arg(1:12) = "--descartar="
001299           MOVE "descartar" TO mazo-pedida
001299           PERFORM LEER-ARG-MAZO
001299         WHEN arg(1:10) = "--barajar="
001299           MOVE "barajar" TO mazo-pedida
001299           PERFORM LEER-ARG-MAZO
001299         WHEN arg = "--oposicion" SET oposicion-modo TO TRUE
001299         WHEN arg(1:8) = "--grupo="
001299           MOVE arg(9:32) TO grupo-arg-temp
001299                  TO dificultad-valor
001299           END-IF
001299         WHEN arg = "--comprobar-log" SET comprobar-modo TO TRUE
001299** Solo al arrancar, como las demas tandas administrativas:
001299         WHEN arg(1:13) = "--certificar=" AND
001299              NOT errores-en-respuesta
001299           SET certificar-modo TO TRUE
001299           MOVE arg(14:24) TO certificar-arg-temp
001299           PERFORM LEER-ARG-CERTIFICAR
001299         WHEN arg(1:9) = "--anular="
001299           SET anular-modo TO TRUE
001299           MOVE arg(10:24) TO anular-arg-temp
001925           IF ws-cerrojo-status = "00" THEN
001925             SET cerrojo-obtenido TO TRUE
001925           ELSE
001925             ADD 1 TO cuenta-esperas
001925             CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
001925           END-IF
001925         WHEN OTHER
001925           ADD 1 TO cuenta-esperas
001925           CALL "CBL_GC_NANOSLEEP" USING cerrojo-espera
001925       END-EVALUATE
001925     END-PERFORM.
001925     IF NOT cerrojo-obtenido THEN
001925       ADD 1 TO cuenta-sin-cerrojo
001925     END-IF.
001925     EXIT.

001925   SOLTAR-CERROJO.
001925            FUNCTION TRIM(oper-accion) DELIMITED BY SIZE
001925            INTO reg-oper WITH POINTER oper-punt
001925     END-STRING.
001925** La mesa, si la accion fue sobre una (los sellos y las
001925** lineas de cada mesa van por su cuenta):
001925     IF mesa-modo THEN
001925       STRING " | mesa=" DELIMITED BY SIZE,
001925              FUNCTION TRIM(ws-mesa-id) DELIMITED BY SIZE
001925              INTO reg-oper WITH POINTER oper-punt
001925       END-STRING
001925     END-IF.
001925     IF usuario-modo THEN
001925       STRING " | usuario=" DELIMITED BY SIZE,
001925              FUNCTION TRIM(ws-usuario-id) DELIMITED BY SIZE
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM SEMBRAR-SESION.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO opt-analisis, opt-objetivo, opt-sellada.
001927     PERFORM VARYING pt-i FROM 1 BY 1
001927             UNTIL pt-i > pt-num OR linea-rechazada
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM ORDENAR-INICIATIVA.
001927** Abriendo combate, la respuesta es el estado del combate:
001927     IF NOT combate-modo THEN
001927       PERFORM MOSTRAR-INICIATIVA
001927     END-IF.
001927     EXIT.

001927   TIRAR-PARTICIPANTE.
001927     IF FUNCTION TRIM(pt-expr(pt-i)) = SPACES THEN
001927** Sin expresion propia, el nombre es una macro de macros.dat:
001927       MOVE SPACES TO arg
001927       STRING "--macro=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-nombre(pt-i)) DELIMITED BY SIZE
001927              INTO arg
001927       END-STRING
001927       PERFORM BUSCAR-MACRO
001927     ELSE
001927       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(pt-expr(pt-i)))
001927            TO arg
001927     END-IF.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     INITIALIZE pasos.
001927     INITIALIZE result.
001927     INITIALIZE valores-a-mostrar.
001927     SET nueva-linea TO FALSE.
001927     PERFORM PARSEAR-EXPRESION-TIRADA.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     SET tirada-silenciosa TO TRUE.
001927     PERFORM COMPROBAR-ERRORES-EXPR.
001927     IF NOT linea-rechazada THEN
001927       PERFORM TIRAR-DADOS THRU GUARDAR-USUARIO
001927       MOVE result TO pt-result(pt-i)
001927     END-IF.
001927     SET tirada-silenciosa TO FALSE.
001927     EXIT.

001927   ORDENAR-INICIATIVA.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i >= pt-num
001927       PERFORM VARYING pt-j FROM 1 BY 1
001927               UNTIL pt-j > pt-num - pt-i
001927         IF pt-result(pt-j) < pt-result(pt-j + 1) THEN
001927           MOVE pt-ent(pt-j) TO pt-temp
001927           MOVE pt-ent(pt-j + 1) TO pt-ent(pt-j)
001927           MOVE pt-temp TO pt-ent(pt-j + 1)
001927         END-IF
001927       END-PERFORM
001927     END-PERFORM.
001927     EXIT.

001927   MOSTRAR-INICIATIVA.
001927     IF json-modo THEN
001927       PERFORM MOSTRAR-INICIATIVA-JSON
001927       EXIT PARAGRAPH
001927     END-IF.
001927     EVALUATE TRUE
001927       WHEN telegram
001927         DISPLAY "*Iniciativa:*"
001927       WHEN discord
001927         DISPLAY "**Iniciativa:**"
001927       WHEN OTHER
001927         IF idioma-ingles THEN
001927           DISPLAY "Initiative:"
001927         ELSE
001927           DISPLAY "Iniciativa:"
001927         END-IF
001927     END-EVALUATE.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927       MOVE pt-i TO pt-orden-disp
001927       MOVE pt-result(pt-i) TO pt-result-disp
001927       EVALUATE TRUE
001927         WHEN telegram
001927           DISPLAY FUNCTION TRIM(pt-orden-disp), ". *",
001927                   FUNCTION TRIM(pt-nombre(pt-i)), "* - ",
001927                   FUNCTION TRIM(pt-result-disp)
001927         WHEN discord
001927           DISPLAY FUNCTION TRIM(pt-orden-disp), ". **",
001927                   FUNCTION TRIM(pt-nombre(pt-i)), "** - ",
001927                   FUNCTION TRIM(pt-result-disp)
001927         WHEN OTHER
001927           DISPLAY "  ", FUNCTION TRIM(pt-orden-disp), ". ",
001927                   FUNCTION TRIM(pt-nombre(pt-i)), "  ",
001927                   FUNCTION TRIM(pt-result-disp)
001927       END-EVALUATE
001927     END-PERFORM.
001927     EXIT.

001927   MOSTRAR-INICIATIVA-JSON.
001927     INITIALIZE json-linea.
001927     MOVE 1 TO json-punt.
001927     STRING '{"iniciativa":[' DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927       IF pt-i > 1 THEN
001927         STRING "," DELIMITED BY SIZE
001927                INTO json-linea WITH POINTER json-punt
001927         END-STRING
001927       END-IF
001927       MOVE pt-result(pt-i) TO pt-result-disp
001927       STRING '{"nombre":"' DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-nombre(pt-i))
001927              DELIMITED BY SIZE,
001927              '","resultado":' DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-result-disp)
001927              DELIMITED BY SIZE,
001927              "}" DELIMITED BY SIZE
001927              INTO json-linea WITH POINTER json-punt
001927       END-STRING
001927     END-PERFORM.
001927     STRING "]}" DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     DISPLAY FUNCTION TRIM(json-linea).
001927     EXIT.

001927** Una orden de combate de la linea de comandos (o de una
001927** peticion): solo una por invocacion, y las que llevan
001927** argumento no lo pueden traer vacio:
001927   LEER-ARG-COMBATE.
001927     IF combate-orden NOT = SPACES THEN
001927       MOVE arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE combate-pedido TO combate-orden.
001927     SET combate-modo TO TRUE.
001927     MOVE SPACES TO combate-arg.
001927     EVALUATE combate-orden
001927       WHEN "entra"     MOVE arg(9:) TO combate-arg
001927       WHEN "sale"      MOVE arg(8:) TO combate-arg
001927       WHEN "condicion" MOVE arg(13:) TO combate-arg
001927     END-EVALUATE.
001927     IF combate-arg = SPACES AND
001927        (combate-orden = "entra" OR combate-orden = "sale" OR
001927         combate-orden = "condicion") THEN
001927       MOVE arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927     END-IF.
001927     EXIT.

001927** Reparto de las ordenes del combate. Con "--iniciativa"
001927** solo cabe "--combate" (abrir uno nuevo con ese orden):
001927   ATENDER-COMBATE.
001927     IF iniciativa-modo THEN
001927       IF combate-orden NOT = "combate" THEN
001927         MOVE "--iniciativa" TO cosa-erronea
001927         SET err-arg-absurdo TO TRUE
001927         PERFORM ERROR-SALIDA
001927         EXIT PARAGRAPH
001927       END-IF
001927       PERFORM ABRIR-COMBATE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     EVALUATE combate-orden
001927       WHEN "combate"
001927         PERFORM CARGAR-COMBATE
001927         IF NOT hay-combate THEN
001927           SET err-sin-combate TO TRUE
001927           PERFORM ERROR-SALIDA
001927           EXIT PARAGRAPH
001927         END-IF
001927         PERFORM MOSTRAR-COMBATE
001927       WHEN "turno"     PERFORM PASAR-TURNO
001927       WHEN "entra"     PERFORM METER-COMBATIENTE
001927       WHEN "sale"      PERFORM SACAR-COMBATIENTE
001927       WHEN "condicion" PERFORM PONER-CONDICION
001927       WHEN "fin"       PERFORM CERRAR-COMBATE
001927     END-EVALUATE.
001927     EXIT.

001927** Abrir combate: la iniciativa de siempre (cada tirada a
001927** dados.log, la cuota cobrada una vez) y su orden guardado
001927** como ronda 1, turno del primero. Un combate anterior de
001927** la misma mesa queda sustituido (el diario lo cuenta). Los
001927** nombres han de ser distintos: son los que luego se citan
001927** en "--sale=" y "--condicion=":
001927   ABRIR-COMBATE.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i >= pt-num
001927       PERFORM VARYING pt-j FROM pt-i BY 1 UNTIL pt-j >= pt-num
001927         IF pt-nombre(pt-j + 1) = pt-nombre(pt-i) AND
001927            NOT linea-rechazada THEN
001927           MOVE pt-nombre(pt-i) TO cosa-erronea
001927           SET err-combatiente-repetido TO TRUE
001927           PERFORM ERROR-SALIDA
001927         END-IF
001927       END-PERFORM
001927     END-PERFORM.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM LANZAR-INICIATIVA.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM OBTENER-CERROJO.
001927     IF NOT cerrojo-obtenido THEN
001927       PERFORM AVISAR-CERROJO-COMBATE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 1 TO combate-ronda, combate-turno.
001927     MOVE FUNCTION CURRENT-DATE(1:14) TO combate-inicio.
001927     MOVE 0 TO cnd-num.
001927     SET hay-combate TO TRUE.
001927     PERFORM GUARDAR-COMBATE.
001927     IF guardado-fallido THEN
001927       PERFORM SOLTAR-CERROJO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE "abrir" TO combate-accion.
001927     MOVE SPACES TO combate-detalle.
001927     MOVE 1 TO combate-det-punt.
001927     STRING "orden=" DELIMITED BY SIZE
001927            INTO combate-detalle WITH POINTER combate-det-punt
001927     END-STRING.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927       MOVE pt-result(pt-i) TO pt-result-disp
001927       IF pt-i > 1 THEN
001927         STRING "," DELIMITED BY SIZE
001927                INTO combate-detalle
001927                WITH POINTER combate-det-punt
001927         END-STRING
001927       END-IF
001927       STRING FUNCTION TRIM(pt-nombre(pt-i)) DELIMITED BY SIZE,
001927              ":" DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-result-disp) DELIMITED BY SIZE
001927              INTO combate-detalle WITH POINTER combate-det-punt
001927       END-STRING
001927     END-PERFORM.
001927     PERFORM APUNTAR-COMBATE.
001927     PERFORM SOLTAR-CERROJO.
001927     PERFORM MOSTRAR-COMBATE.
001927     EXIT.

001927** "--turno": al siguiente del orden; al dar la vuelta empieza
001927** una ronda nueva y caducan las condiciones que tocaban:
001927   PASAR-TURNO.
001927     PERFORM TOMAR-COMBATE.
001927     IF NOT cerrojo-obtenido OR NOT hay-combate THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     IF pt-num > 0 THEN
001927       ADD 1 TO combate-turno
001927       IF combate-turno > pt-num THEN
001927         MOVE 1 TO combate-turno
001927         PERFORM EMPEZAR-RONDA
001927       END-IF
001927     END-IF.
001927     PERFORM GUARDAR-COMBATE.
001927     IF guardado-fallido THEN
001927       PERFORM SOLTAR-CERROJO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM APUNTAR-CADUCADAS.
001927     MOVE "turno" TO combate-accion.
001927     MOVE SPACES TO combate-detalle.
001927     PERFORM APUNTAR-COMBATE.
001927     PERFORM SOLTAR-CERROJO.
001927     PERFORM MOSTRAR-COMBATE.
001927     EXIT.

001927** Una ronda nueva: las condiciones cuya ronda de caducidad ha
001927** llegado desaparecen. Cada una deja su linea en el diario,
001927** pero solo cuando combate.dat ya esta guardado (quien llama
001927** hace APUNTAR-CADUCADAS despues de GUARDAR-COMBATE):
001927   EMPEZAR-RONDA.
001927     ADD 1 TO combate-ronda.
001927     MOVE 1 TO cnd-i.
001927     PERFORM UNTIL cnd-i > cnd-num
001927       IF cnd-hasta(cnd-i) <= combate-ronda THEN
001927         ADD 1 TO cad-num
001927         MOVE cnd-nombre(cnd-i) TO cad-nombre(cad-num)
001927         MOVE cnd-condicion(cnd-i) TO cad-condicion(cad-num)
001927         PERFORM QUITAR-CONDICION
001927       ELSE
001927         ADD 1 TO cnd-i
001927       END-IF
001927     END-PERFORM.
001927     EXIT.

001927   APUNTAR-CADUCADAS.
001927     PERFORM VARYING cad-i FROM 1 BY 1 UNTIL cad-i > cad-num
001927       MOVE "caduca" TO combate-accion
001927       MOVE SPACES TO combate-detalle
001927       STRING "combatiente=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(cad-nombre(cad-i)) DELIMITED BY SIZE,
001927              " condicion=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(cad-condicion(cad-i))
001927              DELIMITED BY SIZE
001927              INTO combate-detalle
001927       END-STRING
001927       PERFORM APUNTAR-COMBATE
001927     END-PERFORM.
001927     MOVE 0 TO cad-num.
001927     EXIT.

001927   QUITAR-CONDICION.
001927     PERFORM VARYING cnd-j FROM cnd-i BY 1 UNTIL cnd-j >= cnd-num
001927       MOVE cnd-ent(cnd-j + 1) TO cnd-ent(cnd-j)
001927     END-PERFORM.
001927     SUBTRACT 1 FROM cnd-num.
001927     EXIT.

001927** "--entra=NOMBRE[=EXPR]": se comprueba que haya combate y que
001927** el nombre este libre, se tira su iniciativa por el circuito
001927** de siempre (macro homonima o expresion propia, a dados.log
001927** y con su cuota) y, ya bajo el cerrojo, se coloca detras de
001927** todos los que sacaron lo mismo o mas. El que tenia el turno
001927** lo conserva:
001927   METER-COMBATIENTE.
001927     MOVE SPACES TO cn-nombre, cn-expr.
001927     UNSTRING combate-arg DELIMITED BY "="
001927       INTO cn-nombre, cn-expr
001927     END-UNSTRING.
001927     IF cn-nombre = SPACES THEN
001927       MOVE combate-arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CARGAR-COMBATE.
001927     IF NOT hay-combate THEN
001927       SET err-sin-combate TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM BUSCAR-COMBATIENTE.
001927     IF combate-pos > 0 THEN
001927       MOVE cn-nombre TO cosa-erronea
001927       SET err-combatiente-repetido TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     IF pt-num = 30 THEN
001927       MOVE combate-arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM APLICAR-CUOTA.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM SEMBRAR-SESION.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO opt-analisis, opt-objetivo, opt-sellada.
001927     ADD 1 TO pt-num.
001927     MOVE pt-num TO pt-i.
001927     MOVE cn-nombre TO pt-nombre(pt-i).
001927     MOVE cn-expr TO pt-expr(pt-i).
001927     MOVE 0 TO pt-result(pt-i).
001927     PERFORM TIRAR-PARTICIPANTE.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE pt-result(pt-i) TO cn-result.
001927** Con la tirada hecha se relee el combate bajo el cerrojo,
001927** por si alguien lo ha tocado mientras tanto:
001927     PERFORM TOMAR-COMBATE.
001927     IF NOT cerrojo-obtenido OR NOT hay-combate THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM BUSCAR-COMBATIENTE.
001927     IF combate-pos > 0 OR pt-num = 30 THEN
001927       PERFORM SOLTAR-CERROJO
001927       MOVE cn-nombre TO cosa-erronea
001927       SET err-combatiente-repetido TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 1 TO combate-pos.
001927     PERFORM UNTIL combate-pos > pt-num OR
001927                   pt-result(combate-pos) < cn-result
001927       ADD 1 TO combate-pos
001927     END-PERFORM.
001927     PERFORM VARYING pt-j FROM pt-num BY -1
001927             UNTIL pt-j < combate-pos
001927       MOVE pt-ent(pt-j) TO pt-ent(pt-j + 1)
001927     END-PERFORM.
001927     IF pt-num > 0 AND combate-pos <= combate-turno THEN
001927       ADD 1 TO combate-turno
001927     END-IF.
001927     ADD 1 TO pt-num.
001927     MOVE cn-nombre TO pt-nombre(combate-pos).
001927     MOVE cn-expr TO pt-expr(combate-pos).
001927     MOVE cn-result TO pt-result(combate-pos).
001927     PERFORM GUARDAR-COMBATE.
001927     IF guardado-fallido THEN
001927       PERFORM SOLTAR-CERROJO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE "entra" TO combate-accion.
001927     MOVE cn-result TO pt-result-disp.
001927     MOVE combate-pos TO pt-orden-disp.
001927     MOVE SPACES TO combate-detalle.
001927     STRING "combatiente=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(cn-nombre) DELIMITED BY SIZE,
001927            " iniciativa=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(pt-result-disp) DELIMITED BY SIZE,
001927            " puesto=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(pt-orden-disp) DELIMITED BY SIZE
001927            INTO combate-detalle
001927     END-STRING.
001927     PERFORM APUNTAR-COMBATE.
001927     PERFORM SOLTAR-CERROJO.
001927     PERFORM MOSTRAR-COMBATE.
001927     EXIT.

001927** "--sale=NOMBRE": fuera del orden y sin sus condiciones. Si
001927** le tocaba a el, el turno pasa al siguiente (a la ronda
001927** siguiente si era el ultimo):
001927   SACAR-COMBATIENTE.
001927     MOVE combate-arg(1:32) TO cn-nombre.
001927     PERFORM TOMAR-COMBATE.
001927     IF NOT cerrojo-obtenido OR NOT hay-combate THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM BUSCAR-COMBATIENTE.
001927     IF combate-pos = 0 THEN
001927       PERFORM SOLTAR-CERROJO
001927       MOVE cn-nombre TO cosa-erronea
001927       SET err-combatiente-inexistente TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM VARYING pt-j FROM combate-pos BY 1
001927             UNTIL pt-j >= pt-num
001927       MOVE pt-ent(pt-j + 1) TO pt-ent(pt-j)
001927     END-PERFORM.
001927     SUBTRACT 1 FROM pt-num.
001927     MOVE 1 TO cnd-i.
001927     PERFORM UNTIL cnd-i > cnd-num
001927       IF cnd-nombre(cnd-i) = cn-nombre THEN
001927         PERFORM QUITAR-CONDICION
001927       ELSE
001927         ADD 1 TO cnd-i
001927       END-IF
001927     END-PERFORM.
001927     IF combate-pos < combate-turno THEN
001927       SUBTRACT 1 FROM combate-turno
001927     END-IF.
001927** La salida se apunta con la ronda en que ocurrio, antes de
001927** las condiciones que caducan al empezar la siguiente:
001927     MOVE combate-ronda TO ronda-antes.
001927     IF combate-turno > pt-num THEN
001927       MOVE 1 TO combate-turno
001927       IF pt-num > 0 THEN
001927         PERFORM EMPEZAR-RONDA
001927       END-IF
001927     END-IF.
001927     PERFORM GUARDAR-COMBATE.
001927     IF guardado-fallido THEN
001927       PERFORM SOLTAR-CERROJO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE "sale" TO combate-accion.
001927     MOVE SPACES TO combate-detalle.
001927     STRING "combatiente=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(cn-nombre) DELIMITED BY SIZE
001927            INTO combate-detalle
001927     END-STRING.
001927     MOVE combate-ronda TO ronda-despues.
001927     MOVE ronda-antes TO combate-ronda.
001927     PERFORM APUNTAR-COMBATE.
001927     MOVE ronda-despues TO combate-ronda.
001927     PERFORM APUNTAR-CADUCADAS.
001927     PERFORM SOLTAR-CERROJO.
001927     PERFORM MOSTRAR-COMBATE.
001927     EXIT.

001927** "--condicion=NOMBRE:CONDICION:N": la condicion vale desde
001927** ya y durante N rondas (caduca al empezar la ronda actual
001927** mas N). Repetirla la renueva; con N=0 se quita:
001927   PONER-CONDICION.
001927     MOVE SPACES TO cn-nombre, cnd-texto, cnd-rondas-txt.
001927     UNSTRING combate-arg DELIMITED BY ":"
001927       INTO cn-nombre, cnd-texto, cnd-rondas-txt
001927     END-UNSTRING.
001927     IF cn-nombre = SPACES OR cnd-texto = SPACES OR
001927        cnd-rondas-txt = SPACES OR
001927        FUNCTION TRIM(cnd-rondas-txt) IS NOT NUMERIC OR
001927        FUNCTION LENGTH(FUNCTION TRIM(cnd-rondas-txt)) > 3 THEN
001927       MOVE combate-arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE FUNCTION NUMVAL(cnd-rondas-txt) TO cnd-rondas.
001927     PERFORM TOMAR-COMBATE.
001927     IF NOT cerrojo-obtenido OR NOT hay-combate THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM BUSCAR-COMBATIENTE.
001927     IF combate-pos = 0 THEN
001927       PERFORM SOLTAR-CERROJO
001927       MOVE cn-nombre TO cosa-erronea
001927       SET err-combatiente-inexistente TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO cnd-j.
001927     PERFORM VARYING cnd-i FROM 1 BY 1
001927             UNTIL cnd-i > cnd-num OR cnd-j > 0
001927       IF cnd-nombre(cnd-i) = cn-nombre AND
001927          cnd-condicion(cnd-i) = cnd-texto THEN
001927         MOVE cnd-i TO cnd-j
001927       END-IF
001927     END-PERFORM.
001927     EVALUATE TRUE
001927       WHEN cnd-rondas = 0
001927         IF cnd-j > 0 THEN
001927           MOVE cnd-j TO cnd-i
001927           PERFORM QUITAR-CONDICION
001927         END-IF
001927       WHEN cnd-j > 0
001927         COMPUTE cnd-hasta(cnd-j) = combate-ronda + cnd-rondas
001927       WHEN cnd-num = 60
001927         PERFORM SOLTAR-CERROJO
001927         MOVE combate-arg TO cosa-erronea
001927         SET err-arg-absurdo TO TRUE
001927         PERFORM ERROR-SALIDA
001927         EXIT PARAGRAPH
001927       WHEN OTHER
001927         ADD 1 TO cnd-num
001927         MOVE cn-nombre TO cnd-nombre(cnd-num)
001927         MOVE cnd-texto TO cnd-condicion(cnd-num)
001927         COMPUTE cnd-hasta(cnd-num) = combate-ronda + cnd-rondas
001927     END-EVALUATE.
001927     PERFORM GUARDAR-COMBATE.
001927     IF guardado-fallido THEN
001927       PERFORM SOLTAR-CERROJO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE "condicion" TO combate-accion.
001927     MOVE cnd-rondas TO cnd-quedan-disp.
001927     MOVE SPACES TO combate-detalle.
001927     STRING "combatiente=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(cn-nombre) DELIMITED BY SIZE,
001927            " condicion=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(cnd-texto) DELIMITED BY SIZE,
001927            " rondas=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(cnd-quedan-disp) DELIMITED BY SIZE
001927            INTO combate-detalle
001927     END-STRING.
001927     PERFORM APUNTAR-COMBATE.
001927     PERFORM SOLTAR-CERROJO.
001927     PERFORM MOSTRAR-COMBATE.
001927     EXIT.

001927** "--fin-combate": combate.dat se queda vacio (sin cabecera
001927** no hay combate en curso) y, si se ha podido vaciar, se
001927** apunta en el diario:
001927   CERRAR-COMBATE.
001927     PERFORM TOMAR-COMBATE.
001927     IF NOT cerrojo-obtenido OR NOT hay-combate THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE ws-combate-nombre TO guardado-nombre.
001927     OPEN OUTPUT f-combate.
001927     IF ws-combate-status NOT = "00" THEN
001927       PERFORM AVISAR-GUARDADO-FALLIDO
001927       PERFORM SOLTAR-CERROJO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     CLOSE f-combate.
001927     MOVE "cerrar" TO combate-accion.
001927     MOVE SPACES TO combate-detalle.
001927     PERFORM APUNTAR-COMBATE.
001927     PERFORM SOLTAR-CERROJO.
001927     MOVE combate-ronda TO combate-ronda-disp.
001927     EVALUATE TRUE
001927       WHEN json-modo
001927         DISPLAY '{"combate":{"terminado":true,"ronda":',
001927                 FUNCTION TRIM(combate-ronda-disp), "}}"
001927       WHEN telegram
001927         DISPLAY "*Combate terminado* en la ronda ",
001927                 FUNCTION TRIM(combate-ronda-disp), "."
001927       WHEN discord
001927         DISPLAY "**Combate terminado** en la ronda ",
001927                 FUNCTION TRIM(combate-ronda-disp), "."
001927       WHEN idioma-ingles
001927         DISPLAY "Combat over in round ",
001927                 FUNCTION TRIM(combate-ronda-disp), "."
001927       WHEN OTHER
001927         DISPLAY "Combate terminado en la ronda ",
001927                 FUNCTION TRIM(combate-ronda-disp), "."
001927     END-EVALUATE.
001927     EXIT.

001927** Tomar el cerrojo y cargar el combate para cambiarlo. Sin
001927** cerrojo no se toca nada; sin combate, error (y el cerrojo
001927** se suelta antes):
001927   TOMAR-COMBATE.
001927     MOVE 0 TO cad-num.
001927     PERFORM OBTENER-CERROJO.
001927     IF NOT cerrojo-obtenido THEN
001927       PERFORM AVISAR-CERROJO-COMBATE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CARGAR-COMBATE.
001927     IF NOT hay-combate THEN
001927       PERFORM SOLTAR-CERROJO
001927       SET err-sin-combate TO TRUE
001927       PERFORM ERROR-SALIDA
001927     END-IF.
001927     EXIT.

001927   AVISAR-CERROJO-COMBATE.
001927     SET hubo-fallo-cerrojo TO TRUE.
001927     MOVE 8 TO RETURN-CODE.
001927     IF idioma-ingles THEN
001927       DISPLAY "WARNING: could not get the write lock"
001927       DISPLAY "(dados.lck busy); the combat was NOT changed."
001927     ELSE
001927       DISPLAY "AVISO: no se pudo obtener el cerrojo de"
001927       DISPLAY "escritura (dados.lck ocupado); el combate NO"
001927       DISPLAY "ha cambiado."
001927     END-IF.
001927     EXIT.

001927** Volcar combate.dat en memoria: la cabecera, los
001927** combatientes en la tabla "pt-" (ya en su orden) y las
001927** condiciones vivas:
001927   CARGAR-COMBATE.
001927     SET hay-combate TO FALSE.
001927     MOVE 0 TO pt-num, cnd-num, combate-ronda, combate-turno.
001927     MOVE SPACES TO combate-inicio.
001927     SET fin-combate TO FALSE.
001927     OPEN INPUT f-combate.
001927     IF ws-combate-status NOT = "00" THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM UNTIL fin-combate
001927       READ f-combate
001927         AT END SET fin-combate TO TRUE
001927         NOT AT END
001927           EVALUATE TRUE
001927             WHEN cmb-es-cabecera
001927               SET hay-combate TO TRUE
001927               MOVE cmb-ronda TO combate-ronda
001927               MOVE cmb-turno TO combate-turno
001927               MOVE cmb-inicio TO combate-inicio
001927             WHEN cmb-es-combatiente AND pt-num < 30
001927               ADD 1 TO pt-num
001927               MOVE cmb-nombre TO pt-nombre(pt-num)
001927               MOVE cmb-expr TO pt-expr(pt-num)
001927               MOVE cmb-result TO pt-result(pt-num)
001927             WHEN cmb-es-condicion AND cnd-num < 60
001927               ADD 1 TO cnd-num
001927               MOVE cmb-k-nombre TO cnd-nombre(cnd-num)
001927               MOVE cmb-k-condicion TO cnd-condicion(cnd-num)
001927               MOVE cmb-k-hasta TO cnd-hasta(cnd-num)
001927           END-EVALUATE
001927       END-READ
001927     END-PERFORM.
001927     CLOSE f-combate.
001927     IF combate-turno = 0 OR combate-turno > pt-num THEN
001927       MOVE 1 TO combate-turno
001927     END-IF.
001927     EXIT.

001927** Reescribir combate.dat entero (con el cerrojo en la mano;
001927** la primera escritura en una mesa la da de alta). Si no se
001927** puede escribir queda "guardado-fallido" y quien llama no
001927** apunta ni muestra el cambio:
001927   GUARDAR-COMBATE.
001927     SET guardado-fallido TO FALSE.
001927     PERFORM ANOTAR-MESA.
001927     MOVE ws-combate-nombre TO guardado-nombre.
001927     OPEN OUTPUT f-combate.
001927     IF ws-combate-status NOT = "00" THEN
001927       PERFORM AVISAR-GUARDADO-FALLIDO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE SPACES TO reg-combate.
001927     SET cmb-es-cabecera TO TRUE.
001927     MOVE combate-ronda TO cmb-ronda.
001927     MOVE combate-turno TO cmb-turno.
001927     MOVE combate-inicio TO cmb-inicio.
001927     WRITE reg-combate.
001927     IF ws-combate-status NOT = "00" THEN
001927       SET guardado-fallido TO TRUE
001927     END-IF.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927       MOVE SPACES TO reg-combate
001927       SET cmb-es-combatiente TO TRUE
001927       MOVE pt-nombre(pt-i) TO cmb-nombre
001927       MOVE pt-result(pt-i) TO cmb-result
001927       MOVE pt-expr(pt-i) TO cmb-expr
001927       WRITE reg-combate
001927       IF ws-combate-status NOT = "00" THEN
001927         SET guardado-fallido TO TRUE
001927       END-IF
001927     END-PERFORM.
001927     PERFORM VARYING cnd-i FROM 1 BY 1 UNTIL cnd-i > cnd-num
001927       MOVE SPACES TO reg-combate
001927       SET cmb-es-condicion TO TRUE
001927       MOVE cnd-nombre(cnd-i) TO cmb-k-nombre
001927       MOVE cnd-condicion(cnd-i) TO cmb-k-condicion
001927       MOVE cnd-hasta(cnd-i) TO cmb-k-hasta
001927       WRITE reg-combate
001927       IF ws-combate-status NOT = "00" THEN
001927         SET guardado-fallido TO TRUE
001927       END-IF
001927     END-PERFORM.
001927     CLOSE f-combate.
001927     IF guardado-fallido THEN
001927       PERFORM AVISAR-GUARDADO-FALLIDO
001927     END-IF.
001927     EXIT.

001927** combate.dat o mazos.est no se han podido reescribir (disco
001927** lleno, permisos...): se dice, y el proceso acaba con 8,
001927** como cuando no hay cerrojo:
001927   AVISAR-GUARDADO-FALLIDO.
001927     SET guardado-fallido TO TRUE.
001927     SET hubo-fallo-cerrojo TO TRUE.
001927     IF idioma-ingles THEN
001927       DISPLAY "ERROR: could not write ",
001927               FUNCTION TRIM(guardado-nombre),
001927               "; the change was NOT saved."
001927     ELSE
001927       DISPLAY "ERROR: no se pudo escribir ",
001927               FUNCTION TRIM(guardado-nombre),
001927               "; el cambio NO se ha guardado."
001927     END-IF.
001927     MOVE 8 TO RETURN-CODE.
001927     EXIT.

001927   BUSCAR-COMBATIENTE.
001927     MOVE 0 TO combate-pos.
001927     PERFORM VARYING pt-j FROM 1 BY 1
001927             UNTIL pt-j > pt-num OR combate-pos > 0
001927       IF pt-nombre(pt-j) = cn-nombre THEN
001927         MOVE pt-j TO combate-pos
001927       END-IF
001927     END-PERFORM.
001927     EXIT.

001927** Una linea en combate.log por cada cambio, con la ronda, el
001927** turno y quien actuaba despues de el (y quien lo pidio, si
001927** hay "--usuario="), con el cerrojo ya en la mano:
001927   APUNTAR-COMBATE.
001927     OPEN EXTEND f-combatelog.
001927     IF ws-combatelog-status = "35" THEN
001927       OPEN OUTPUT f-combatelog
001927       CLOSE f-combatelog
001927       OPEN EXTEND f-combatelog
001927     END-IF.
001927     MOVE SPACES TO reg-combatelog.
001927     MOVE 1 TO combate-lin-punt.
001927     MOVE combate-ronda TO combate-ronda-disp.
001927     MOVE combate-turno TO pt-orden-disp.
001927     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
001927            " | accion=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(combate-accion) DELIMITED BY SIZE,
001927            " | ronda=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(combate-ronda-disp) DELIMITED BY SIZE,
001927            " | turno=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(pt-orden-disp) DELIMITED BY SIZE
001927            INTO reg-combatelog WITH POINTER combate-lin-punt
001927     END-STRING.
001927     IF pt-num > 0 AND combate-accion NOT = "cerrar" THEN
001927       STRING " | actua=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-nombre(combate-turno))
001927              DELIMITED BY SIZE
001927              INTO reg-combatelog WITH POINTER combate-lin-punt
001927       END-STRING
001927     END-IF.
001927     IF usuario-modo THEN
001927       STRING " | usuario=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(ws-usuario-id) DELIMITED BY SIZE
001927              INTO reg-combatelog WITH POINTER combate-lin-punt
001927       END-STRING
001927     END-IF.
001927     IF combate-detalle NOT = SPACES THEN
001927       STRING " | " DELIMITED BY SIZE,
001927              FUNCTION TRIM(combate-detalle) DELIMITED BY SIZE
001927              INTO reg-combatelog WITH POINTER combate-lin-punt
001927       END-STRING
001927     END-IF.
001927     WRITE reg-combatelog.
001927     CLOSE f-combatelog.
001927     EXIT.

001927** El estado del combate: ronda y orden, con una flecha en el
001927** que actua y sus condiciones vivas entre corchetes (con las
001927** rondas que les quedan):
001927   MOSTRAR-COMBATE.
001927     IF json-modo THEN
001927       PERFORM MOSTRAR-COMBATE-JSON
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE combate-ronda TO combate-ronda-disp.
001927     EVALUATE TRUE
001927       WHEN telegram
001927         DISPLAY "*Combate* - ronda ",
001927                 FUNCTION TRIM(combate-ronda-disp)
001927       WHEN discord
001927         DISPLAY "**Combate** - ronda ",
001927                 FUNCTION TRIM(combate-ronda-disp)
001927       WHEN idioma-ingles
001927         DISPLAY "Combat - round ",
001927                 FUNCTION TRIM(combate-ronda-disp), ":"
001927       WHEN OTHER
001927         DISPLAY "Combate - ronda ",
001927                 FUNCTION TRIM(combate-ronda-disp), ":"
001927     END-EVALUATE.
001927     IF pt-num = 0 THEN
001927       IF idioma-ingles THEN
001927         DISPLAY "(no combatants)"
001927       ELSE
001927         DISPLAY "(sin combatientes)"
001927       END-IF
001927     END-IF.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927       PERFORM MOSTRAR-LINEA-COMBATE
001927     END-PERFORM.
001927     EXIT.

001927   MOSTRAR-LINEA-COMBATE.
001927     MOVE SPACES TO combate-linea.
001927     MOVE 1 TO combate-lin-punt.
001927     MOVE pt-i TO pt-orden-disp.
001927     MOVE pt-result(pt-i) TO pt-result-disp.
001927     IF pt-i = combate-turno THEN
001927       STRING "=> " DELIMITED BY SIZE
001927              INTO combate-linea WITH POINTER combate-lin-punt
001927       END-STRING
001927     ELSE
001927       STRING "   " DELIMITED BY SIZE
001927              INTO combate-linea WITH POINTER combate-lin-punt
001927       END-STRING
001927     END-IF.
001927     EVALUATE TRUE
001927       WHEN telegram
001927         STRING FUNCTION TRIM(pt-orden-disp) DELIMITED BY SIZE,
001927                ". *" DELIMITED BY SIZE,
001927                FUNCTION TRIM(pt-nombre(pt-i)) DELIMITED BY SIZE,
001927                "* - " DELIMITED BY SIZE,
001927                FUNCTION TRIM(pt-result-disp) DELIMITED BY SIZE
001927                INTO combate-linea WITH POINTER combate-lin-punt
001927         END-STRING
001927       WHEN discord
001927         STRING FUNCTION TRIM(pt-orden-disp) DELIMITED BY SIZE,
001927                ". **" DELIMITED BY SIZE,
001927                FUNCTION TRIM(pt-nombre(pt-i)) DELIMITED BY SIZE,
001927                "** - " DELIMITED BY SIZE,
001927                FUNCTION TRIM(pt-result-disp) DELIMITED BY SIZE
001927                INTO combate-linea WITH POINTER combate-lin-punt
001927         END-STRING
001927       WHEN OTHER
001927         STRING FUNCTION TRIM(pt-orden-disp) DELIMITED BY SIZE,
001927                ". " DELIMITED BY SIZE,
001927                FUNCTION TRIM(pt-nombre(pt-i)) DELIMITED BY SIZE,
001927                "  " DELIMITED BY SIZE,
001927                FUNCTION TRIM(pt-result-disp) DELIMITED BY SIZE
001927                INTO combate-linea WITH POINTER combate-lin-punt
001927         END-STRING
001927     END-EVALUATE.
001927     MOVE 0 TO cnd-vistas.
001927     PERFORM VARYING cnd-i FROM 1 BY 1 UNTIL cnd-i > cnd-num
001927       IF cnd-nombre(cnd-i) = pt-nombre(pt-i) THEN
001927         ADD 1 TO cnd-vistas
001927         IF cnd-vistas = 1 THEN
001927           STRING " [" DELIMITED BY SIZE
001927                  INTO combate-linea
001927                  WITH POINTER combate-lin-punt
001927           END-STRING
001927         ELSE
001927           STRING ", " DELIMITED BY SIZE
001927                  INTO combate-linea
001927                  WITH POINTER combate-lin-punt
001927           END-STRING
001927         END-IF
001927         COMPUTE cnd-quedan = cnd-hasta(cnd-i) - combate-ronda
001927         MOVE cnd-quedan TO cnd-quedan-disp
001927         STRING FUNCTION TRIM(cnd-condicion(cnd-i))
001927                DELIMITED BY SIZE,
001927                " (" DELIMITED BY SIZE,
001927                FUNCTION TRIM(cnd-quedan-disp) DELIMITED BY SIZE,
001927                ")" DELIMITED BY SIZE
001927                INTO combate-linea WITH POINTER combate-lin-punt
001927         END-STRING
001927       END-IF
001927     END-PERFORM.
001927     IF cnd-vistas > 0 THEN
001927       STRING "]" DELIMITED BY SIZE
001927              INTO combate-linea WITH POINTER combate-lin-punt
001927       END-STRING
001927     END-IF.
001927     DISPLAY FUNCTION TRIM(combate-linea TRAILING).
001927     EXIT.

001927   MOSTRAR-COMBATE-JSON.
001927     INITIALIZE json-linea.
001927     MOVE 1 TO json-punt.
001927     MOVE combate-ronda TO combate-ronda-disp.
001927     MOVE combate-turno TO pt-orden-disp.
001927     STRING '{"combate":{"ronda":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(combate-ronda-disp) DELIMITED BY SIZE,
001927            ',"turno":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(pt-orden-disp) DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     IF pt-num > 0 THEN
001927       STRING ',"actua":"' DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-nombre(combate-turno))
001927              DELIMITED BY SIZE,
001927              '"' DELIMITED BY SIZE
001927              INTO json-linea WITH POINTER json-punt
001927       END-STRING
001927     END-IF.
001927     STRING ',"combatientes":[' DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927       IF pt-i > 1 THEN
001927         STRING "," DELIMITED BY SIZE
001927                INTO json-linea WITH POINTER json-punt
001927         END-STRING
001927       END-IF
001927       MOVE pt-result(pt-i) TO pt-result-disp
001927       STRING '{"nombre":"' DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-nombre(pt-i)) DELIMITED BY SIZE,
001927              '","resultado":' DELIMITED BY SIZE,
001927              FUNCTION TRIM(pt-result-disp) DELIMITED BY SIZE,
001927              ',"condiciones":[' DELIMITED BY SIZE
001927              INTO json-linea WITH POINTER json-punt
001927       END-STRING
001927       MOVE 0 TO cnd-vistas
001927       PERFORM VARYING cnd-i FROM 1 BY 1 UNTIL cnd-i > cnd-num
001927         IF cnd-nombre(cnd-i) = pt-nombre(pt-i) THEN
001927           ADD 1 TO cnd-vistas
001927           IF cnd-vistas > 1 THEN
001927             STRING "," DELIMITED BY SIZE
001927                    INTO json-linea WITH POINTER json-punt
001927             END-STRING
001927           END-IF
001927           COMPUTE cnd-quedan = cnd-hasta(cnd-i) - combate-ronda
001927           MOVE cnd-quedan TO cnd-quedan-disp
001927           STRING '{"condicion":"' DELIMITED BY SIZE,
001927                  FUNCTION TRIM(cnd-condicion(cnd-i))
001927                  DELIMITED BY SIZE,
001927                  '","rondas":' DELIMITED BY SIZE,
001927                  FUNCTION TRIM(cnd-quedan-disp)
001927                  DELIMITED BY SIZE,
001927                  "}" DELIMITED BY SIZE
001927                  INTO json-linea WITH POINTER json-punt
001927           END-STRING
001927         END-IF
001927       END-PERFORM
001927       STRING "]}" DELIMITED BY SIZE
001927              INTO json-linea WITH POINTER json-punt
001927       END-STRING
001927     END-PERFORM.
001927     STRING "]}}" DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     DISPLAY FUNCTION TRIM(json-linea).
001927     EXIT.

001927** "--aplicar=PJ.RECURSO" o "--curar=PJ.RECURSO" (en minusculas
001927** ya, como toda la linea): uno por tirada, y con la forma
001927** "personaje.recurso" de las claves de recursos.idx:
001927   LEER-ARG-RECURSO.
001927     IF recurso-modo THEN
001927       MOVE arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE SPACES TO recurso-clave.
001927     IF arg(1:10) = "--aplicar=" THEN
001927       SET recurso-aplicar TO TRUE
001927       MOVE arg(11:64) TO recurso-clave
001927     ELSE
001927       SET recurso-curar TO TRUE
001927       MOVE arg(9:64) TO recurso-clave
001927     END-IF.
001927     INITIALIZE ds.
001927     INSPECT recurso-clave TALLYING ds FOR ALL ".".
001927     IF recurso-clave = SPACES OR ds NOT = 1 OR
001927        recurso-clave(1:1) = "." THEN
001927       MOVE arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     SET recurso-modo TO TRUE.
001927     EXIT.

001927** Antes de tirar: el movimiento de un recurso solo acompana
001927** a una tirada suelta con su suma (no a tablas, grupos,
001927** iniciativas, tiradas selladas o ficheros de tiradas), y el
001927** recurso ha de existir ya, para no gastar la tirada en
001927** balde. Al moverlo, bajo el cerrojo, se vuelve a leer:
001927   COMPROBAR-RECURSO.
001927     SET recurso-movido TO FALSE.
001927     SET recurso-desaparecido TO FALSE.
001927     SET recurso-fallido TO FALSE.
001927     IF iniciativa-modo OR oposicion-modo OR tabla-modo OR
001927        grupo-modo OR archivo-modo OR sellada-modo OR
001927        analisis-modo OR nosumar OR combate-modo OR
001927        verificar-modo OR comprobar-modo OR anular-modo OR
001927        revelar-modo OR operaciones-modo OR certificar-modo
001927        THEN
001927       MOVE SPACES TO cosa-erronea
001927       STRING "--" DELIMITED BY SIZE,
001927              FUNCTION TRIM(recurso-movimiento)
001927              DELIMITED BY SIZE,
001927              "=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(recurso-clave) DELIMITED BY SIZE
001927              INTO cosa-erronea
001927       END-STRING
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     SET recurso-desaparecido TO TRUE.
001927     OPEN INPUT f-recursos.
001927     IF ws-recursos-status = "00" THEN
001927       MOVE recurso-clave TO rec-clave
001927       READ f-recursos
001927         INVALID KEY CONTINUE
001927         NOT INVALID KEY SET recurso-desaparecido TO FALSE
001927       END-READ
001927       CLOSE f-recursos
001927     END-IF.
001927     IF recurso-desaparecido THEN
001927       SET recurso-desaparecido TO FALSE
001927       MOVE recurso-clave TO cosa-erronea
001927       SET err-recurso-inexistente TO TRUE
001927       PERFORM ERROR-SALIDA
001927     END-IF.
001927     EXIT.

001927** La linea de dados.log que va a ocupar la tirada que se esta
001927** registrando (con el cerrojo ya en la mano, nadie mas puede
001927** escribir entre la cuenta y la escritura):
001927   CONTAR-LINEAS-LOG.
001927     MOVE 0 TO recurso-linea.
001927     SET fin-ver TO FALSE.
001927     OPEN INPUT f-log.
001927     IF ws-log-status = "00" THEN
001927       PERFORM UNTIL fin-ver
001927         READ f-log
001927           AT END SET fin-ver TO TRUE
001927           NOT AT END ADD 1 TO recurso-linea
001927         END-READ
001927       END-PERFORM
001927       CLOSE f-log
001927     END-IF.
001927     ADD 1 TO recurso-linea.
001927     EXIT.

001927** Mover el recurso con el resultado de la tirada recien
001927** registrada, todavia bajo su cerrojo: "aplicar" resta (sin
001927** bajar de 0) y "curar" suma (sin pasar del maximo, salvo
001927** que ya estuviera por encima, y entonces se queda como
001927** esta). Un resultado negativo no mueve nada. El libro de
001927** movimientos se lleva la linea y el control de la entrada
001927** de dados.log, que prueban de donde salio la cantidad; si
001927** recursos.idx no se deja reescribir, no hay movimiento ni
001927** apunte en el libro:
001927   MOVER-RECURSO.
001927     OPEN I-O f-recursos.
001927     IF ws-recursos-status NOT = "00" THEN
001927       SET recurso-fallido TO TRUE
001927       SET hubo-fallo-cerrojo TO TRUE
001927       MOVE 8 TO RETURN-CODE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     SET recurso-desaparecido TO TRUE.
001927     MOVE recurso-clave TO rec-clave.
001927     READ f-recursos
001927       INVALID KEY CONTINUE
001927       NOT INVALID KEY SET recurso-desaparecido TO FALSE
001927     END-READ.
001927     IF recurso-desaparecido THEN
001927       CLOSE f-recursos
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE result TO recurso-cantidad.
001927     IF recurso-cantidad < 0 THEN
001927       MOVE 0 TO recurso-cantidad
001927     END-IF.
001927     MOVE rec-actual TO recurso-antes.
001927     MOVE rec-maximo TO recurso-maximo.
001927     IF recurso-aplicar THEN
001927       COMPUTE recurso-despues = recurso-antes - recurso-cantidad
001927       IF recurso-despues < 0 THEN
001927         MOVE 0 TO recurso-despues
001927       END-IF
001927     ELSE
001927       COMPUTE recurso-despues = recurso-antes + recurso-cantidad
001927       IF recurso-despues > recurso-maximo THEN
001927         IF recurso-antes > recurso-maximo THEN
001927           MOVE recurso-antes TO recurso-despues
001927         ELSE
001927           MOVE recurso-maximo TO recurso-despues
001927         END-IF
001927       END-IF
001927     END-IF.
001927     MOVE recurso-despues TO rec-actual.
001927     MOVE FUNCTION CURRENT-DATE(1:14) TO rec-fecha.
001927     REWRITE reg-recurso
001927       INVALID KEY SET recurso-fallido TO TRUE
001927     END-REWRITE.
001927     IF ws-recursos-status NOT = "00" THEN
001927       SET recurso-fallido TO TRUE
001927     END-IF.
001927     CLOSE f-recursos.
001927     IF recurso-fallido THEN
001927       SET hubo-fallo-cerrojo TO TRUE
001927       MOVE 8 TO RETURN-CODE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     SET recurso-movido TO TRUE.
001927     PERFORM APUNTAR-MOVIMIENTO-RECURSO.
001927     EXIT.

001927** Una linea en el libro de movimientos (recursos.log), en el
001927** mismo formato que las de DadosRecursos:
001927   APUNTAR-MOVIMIENTO-RECURSO.
001927     OPEN EXTEND f-recursoslog.
001927     IF ws-recursoslog-status = "35" THEN
001927       OPEN OUTPUT f-recursoslog
001927       CLOSE f-recursoslog
001927       OPEN EXTEND f-recursoslog
001927     END-IF.
001927     MOVE SPACES TO reg-recursolog.
001927     MOVE 1 TO recurso-punt.
001927     MOVE recurso-cantidad TO recurso-disp.
001927     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE,
001927            " | recurso=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-clave) DELIMITED BY SIZE,
001927            " | movimiento=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-movimiento) DELIMITED BY SIZE,
001927            " | cantidad=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp) DELIMITED BY SIZE
001927            INTO reg-recursolog WITH POINTER recurso-punt
001927     END-STRING.
001927     MOVE recurso-antes TO recurso-disp.
001927     MOVE recurso-despues TO recurso-disp2.
001927     MOVE recurso-maximo TO recurso-disp3.
001927     STRING " | antes=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp) DELIMITED BY SIZE,
001927            " | despues=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp2) DELIMITED BY SIZE,
001927            " | maximo=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp3) DELIMITED BY SIZE
001927            INTO reg-recursolog WITH POINTER recurso-punt
001927     END-STRING.
001927     MOVE recurso-linea TO ver-linea-disp.
001927     STRING " | linea=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE,
001927            " | control=" DELIMITED BY SIZE,
001927            control-disp DELIMITED BY SIZE
001927            INTO reg-recursolog WITH POINTER recurso-punt
001927     END-STRING.
001927     IF usuario-modo THEN
001927       STRING " | usuario=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(ws-usuario-id) DELIMITED BY SIZE
001927              INTO reg-recursolog WITH POINTER recurso-punt
001927       END-STRING
001927     END-IF.
001927     IF sesion-modo THEN
001927       STRING " | sesion=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(ws-sesion-nombre) DELIMITED BY SIZE
001927              INTO reg-recursolog WITH POINTER recurso-punt
001927       END-STRING
001927     END-IF.
001927     WRITE reg-recursolog.
001927     CLOSE f-recursoslog.
001927     EXIT.

001927** Debajo del resultado, como queda el recurso (o por que no
001927** se ha movido: sin registro en dados.log no hay movimiento,
001927** porque no habria tirada que lo respaldase, ni tampoco si
001927** recursos.idx no se pudo reescribir):
001927   MOSTRAR-RECURSO.
001927     IF NOT recurso-movido THEN
001927       EVALUATE TRUE
001927         WHEN recurso-fallido AND idioma-ingles
001927           DISPLAY "ERROR: could not write ",
001927                   FUNCTION TRIM(ws-recursos-nombre), "; ",
001927                   FUNCTION TRIM(recurso-clave),
001927                   " was NOT changed."
001927         WHEN recurso-fallido
001927           DISPLAY "ERROR: no se pudo escribir ",
001927                   FUNCTION TRIM(ws-recursos-nombre), "; ",
001927                   FUNCTION TRIM(recurso-clave),
001927                   " NO se ha movido."
001927         WHEN recurso-desaparecido AND idioma-ingles
001927           DISPLAY "WARNING: ", FUNCTION TRIM(recurso-clave),
001927                   " no longer exists; nothing was changed."
001927         WHEN recurso-desaparecido
001927           DISPLAY "AVISO: ", FUNCTION TRIM(recurso-clave),
001927                   " ya no existe; no se ha movido nada."
001927         WHEN idioma-ingles
001927           DISPLAY "WARNING: the roll was not logged; ",
001927                   FUNCTION TRIM(recurso-clave),
001927                   " was NOT changed."
001927         WHEN OTHER
001927           DISPLAY "AVISO: la tirada no quedo registrada; ",
001927                   FUNCTION TRIM(recurso-clave),
001927                   " NO se ha movido."
001927       END-EVALUATE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE recurso-antes TO recurso-disp.
001927     MOVE recurso-despues TO recurso-disp2.
001927     MOVE recurso-maximo TO recurso-disp3.
001927     EVALUATE TRUE
001927       WHEN telegram
001927         DISPLAY "*", FUNCTION TRIM(recurso-clave), "*: ",
001927                 FUNCTION TRIM(recurso-disp), " -> ",
001927                 FUNCTION TRIM(recurso-disp2), " (de ",
001927                 FUNCTION TRIM(recurso-disp3), ")"
001927       WHEN discord
001927         DISPLAY "**", FUNCTION TRIM(recurso-clave), "**: ",
001927                 FUNCTION TRIM(recurso-disp), " -> ",
001927                 FUNCTION TRIM(recurso-disp2), " (de ",
001927                 FUNCTION TRIM(recurso-disp3), ")"
001927       WHEN idioma-ingles
001927         DISPLAY FUNCTION TRIM(recurso-clave), ": ",
001927                 FUNCTION TRIM(recurso-disp), " -> ",
001927                 FUNCTION TRIM(recurso-disp2), " (of ",
001927                 FUNCTION TRIM(recurso-disp3), ")"
001927       WHEN OTHER
001927         DISPLAY FUNCTION TRIM(recurso-clave), ": ",
001927                 FUNCTION TRIM(recurso-disp), " -> ",
001927                 FUNCTION TRIM(recurso-disp2), " (de ",
001927                 FUNCTION TRIM(recurso-disp3), ")"
001927     END-EVALUATE.
001927     EXIT.

001927** El movimiento del recurso dentro del objeto JSON de la
001927** tirada (con "aplicado":false si no llego a moverse):
001927   MOSTRAR-RECURSO-JSON.
001927     STRING ',"recurso":{"nombre":"' DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-clave) DELIMITED BY SIZE,
001927            '","movimiento":"' DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-movimiento) DELIMITED BY SIZE,
001927            '"' DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     IF NOT recurso-movido THEN
001927       STRING ',"aplicado":false}' DELIMITED BY SIZE
001927              INTO json-linea WITH POINTER json-punt
001927       END-STRING
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE recurso-antes TO recurso-disp.
001927     MOVE recurso-despues TO recurso-disp2.
001927     MOVE recurso-maximo TO recurso-disp3.
001927     MOVE recurso-linea TO ver-linea-disp.
001927     STRING ',"aplicado":true,"antes":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp) DELIMITED BY SIZE,
001927            ',"despues":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp2) DELIMITED BY SIZE,
001927            ',"maximo":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(recurso-disp3) DELIMITED BY SIZE,
001927            ',"linea":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE,
001927            "}" DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     EXIT.

001927** "--robar=MAZO[:N]", "--quedan=MAZO", "--descartar=MAZO
001927** [:CARTA]" y "--barajar=MAZO[:todo]": una sola orden de
001927** mazo por tirada, con su nombre y lo que le siga a los dos
001927** puntos (el texto de la carta puede llevar otros tantos):
001927   LEER-ARG-MAZO.
001927     IF mazo-modo THEN
001927       MOVE arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE mazo-pedida TO mazo-orden.
001927     MOVE SPACES TO mazo-arg-temp, mazo-pedido, mazo-arg-resto.
001927     EVALUATE TRUE
001927       WHEN mazo-robar     MOVE arg(9:) TO mazo-arg-temp
001927       WHEN mazo-quedan    MOVE arg(10:) TO mazo-arg-temp
001927       WHEN mazo-descartar MOVE arg(13:) TO mazo-arg-temp
001927       WHEN mazo-barajar   MOVE arg(11:) TO mazo-arg-temp
001927     END-EVALUATE.
001927     MOVE 0 TO mazo-cuenta.
001927     INSPECT mazo-arg-temp TALLYING mazo-cuenta
001927             FOR CHARACTERS BEFORE INITIAL ":".
001927     IF mazo-cuenta > 0 THEN
001927       MOVE FUNCTION TRIM(mazo-arg-temp(1:mazo-cuenta))
001927            TO mazo-pedido
001927     END-IF.
001927     IF mazo-cuenta < 149 THEN
001927       MOVE FUNCTION TRIM(mazo-arg-temp(mazo-cuenta + 2:))
001927            TO mazo-arg-resto
001927     END-IF.
001927     MOVE 1 TO mazo-robos.
001927     SET mazo-arg-malo TO FALSE.
001927     EVALUATE TRUE
001927       WHEN mazo-pedido = SPACES
001927         SET mazo-arg-malo TO TRUE
001927       WHEN mazo-quedan AND mazo-arg-resto NOT = SPACES
001927         SET mazo-arg-malo TO TRUE
001927       WHEN mazo-barajar AND mazo-arg-resto NOT = SPACES AND
001927            mazo-arg-resto NOT = "todo"
001927         SET mazo-arg-malo TO TRUE
001927       WHEN mazo-robar AND mazo-arg-resto NOT = SPACES
001927         IF FUNCTION TRIM(mazo-arg-resto) IS NOT NUMERIC THEN
001927           SET mazo-arg-malo TO TRUE
001927         ELSE
001927           IF FUNCTION NUMVAL(mazo-arg-resto) < 1 OR
001927              FUNCTION NUMVAL(mazo-arg-resto) > 10 THEN
001927             SET mazo-arg-malo TO TRUE
001927           ELSE
001927             MOVE FUNCTION NUMVAL(mazo-arg-resto)
001927                  TO mazo-robos
001927           END-IF
001927         END-IF
001927     END-EVALUATE.
001927     IF mazo-arg-malo THEN
001927       MOVE arg TO cosa-erronea
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     SET mazo-modo TO TRUE.
001927     EXIT.

001927** Reparto de las ordenes de mazo. No se mezclan con las otras
001927** tiradas especiales ni con una expresion suelta (el dado lo
001927** pone el propio mazo):
001927   ATENDER-MAZO.
001927     IF iniciativa-modo OR oposicion-modo OR tabla-modo OR
001927        grupo-modo OR sellada-modo OR recurso-modo OR
001927        analisis-modo OR ultimo-modo OR
001927        expresion NOT = SPACES THEN
001927       MOVE SPACES TO cosa-erronea
001927       STRING "--" DELIMITED BY SIZE,
001927              FUNCTION TRIM(mazo-orden) DELIMITED BY SIZE,
001927              "=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(mazo-pedido) DELIMITED BY SIZE
001927              INTO cosa-erronea
001927       END-STRING
001927       SET err-arg-absurdo TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CARGAR-MAZOS.
001927     MOVE 0 TO mazo-hallado.
001927     PERFORM VARYING maz-i FROM 1 BY 1
001927             UNTIL maz-i > maz-num OR mazo-hallado > 0
001927       IF maz-nombre(maz-i) = mazo-pedido THEN
001927         MOVE maz-i TO mazo-hallado
001927       END-IF
001927     END-PERFORM.
001927     IF mazo-hallado = 0 THEN
001927       MOVE mazo-pedido TO cosa-erronea
001927       SET err-mazo-inexistente TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     EVALUATE TRUE
001927       WHEN mazo-robar     PERFORM ROBAR-CARTAS
001927       WHEN mazo-quedan    PERFORM CONTAR-MAZO
001927       WHEN mazo-descartar PERFORM DESCARTAR-CARTAS
001927       WHEN mazo-barajar   PERFORM BARAJAR-MAZO
001927     END-EVALUATE.
001927     EXIT.

001927** El robo: cada carta es una tirada 1dK sobre las K que
001927** quedan en el mazo, por el circuito completo (registro en
001927** dados.log con el mazo, la carta y el estado de partida);
001927** la R-esima carta que queda, en el orden de mazos.dat, es
001927** la robada. La cuota se consume una vez por orden. Si el
001927** mazo se acaba a mitad, o cambia por otro robo simultaneo,
001927** se ensena lo robado hasta ahi:
001927   ROBAR-CARTAS.
001927     PERFORM APLICAR-CUOTA.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM SEMBRAR-SESION.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO opt-analisis, opt-objetivo, opt-sellada.
001927     MOVE 0 TO robo-num.
001927     SET mazo-agotado TO FALSE.
001927     SET mazo-cambiado TO FALSE.
001927     SET guardado-fallido TO FALSE.
001927     PERFORM VARYING robo-i FROM 1 BY 1
001927             UNTIL robo-i > mazo-robos OR linea-rechazada
001927                   OR hubo-fallo-cerrojo OR mazo-agotado
001927                   OR mazo-cambiado
001927       PERFORM ROBAR-UNA-CARTA
001927     END-PERFORM.
001927     MOVE SPACES TO mazo-en-curso.
001927     IF robo-num = 0 THEN
001927       IF mazo-cambiado THEN
001927         MOVE mazo-pedido TO cosa-erronea
001927         SET err-mazo-cambiado TO TRUE
001927         PERFORM ERROR-SALIDA
001927       END-IF
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CONTAR-ESTADO-MAZO.
001927     PERFORM MOSTRAR-ROBO.
001927     EXIT.

001927   ROBAR-UNA-CARTA.
001927     PERFORM CARGAR-ESTADO-MAZO.
001927     IF mazo-desfasado THEN
001927       IF robo-num > 0 THEN
001927         SET mazo-cambiado TO TRUE
001927         EXIT PARAGRAPH
001927       END-IF
001927       MOVE mazo-pedido TO cosa-erronea
001927       SET err-mazo-desfasado TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CONTAR-ESTADO-MAZO.
001927     IF mazo-en-mazo = 0 THEN
001927       IF robo-num > 0 THEN
001927         SET mazo-agotado TO TRUE
001927         EXIT PARAGRAPH
001927       END-IF
001927       MOVE mazo-pedido TO cosa-erronea
001927       SET err-mazo-agotado TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE mazo-estado TO mazo-estado-antes.
001927     MOVE mazo-en-mazo TO mazo-disp.
001927     MOVE SPACES TO arg.
001927     STRING "1d" DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE
001927            INTO arg
001927     END-STRING.
001927     MOVE mazo-pedido TO mazo-en-curso.
001927     PERFORM TIRAR-PARA-TABLA.
001927     MOVE SPACES TO mazo-en-curso.
001927** Si lo que fallo fue reescribir mazos.est, la tirada ya esta
001927** en dados.log: la carta se ensena, pero no se roba ninguna
001927** mas (el estado guardado ya no es de fiar):
001927     IF linea-rechazada OR mazo-cambiado OR
001927        (hubo-fallo-cerrojo AND NOT guardado-fallido) THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     ADD 1 TO robo-num.
001927     MOVE mazo-carta-num TO robo-carta(robo-num).
001927     EXIT.

001927** Desde REGISTRAR-LOG, con el cerrojo en la mano: el estado
001927** releido ha de ser el mismo con que se tiro; la carta es la
001927** R-esima "M" (R, el resultado de la tirada):
001927   CASAR-CARTA-ROBADA.
001927     SET mazo-cambiado TO FALSE.
001927     PERFORM CARGAR-ESTADO-MAZO.
001927     IF mazo-desfasado OR mazo-estado NOT = mazo-estado-antes
001927        THEN
001927       SET mazo-cambiado TO TRUE
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO mazo-carta-num, mazo-cuenta.
001927     PERFORM VARYING maz-j FROM 1 BY 1
001927             UNTIL maz-j > mazo-largo OR mazo-carta-num > 0
001927       IF mazo-estado(maz-j:1) = "M" THEN
001927         ADD 1 TO mazo-cuenta
001927         IF mazo-cuenta = result THEN
001927           MOVE maz-j TO mazo-carta-num
001927         END-IF
001927       END-IF
001927     END-PERFORM.
001927     EXIT.

001927** Tambien desde REGISTRAR-LOG, con la entrada ya escrita: la
001927** carta pasa a estar en juego (si mazos.est no se puede
001927** reescribir, GUARDAR-ESTADOS-MAZO lo avisa y acaba con 8):
001927   SACAR-CARTA-ROBADA.
001927     MOVE "F" TO mazo-estado(mazo-carta-num:1).
001927     PERFORM GUARDAR-ESTADOS-MAZO.
001927     EXIT.

001927** "--quedan=MAZO": la cuenta del mazo, sin tocar nada:
001927   CONTAR-MAZO.
001927     PERFORM CARGAR-ESTADO-MAZO.
001927     IF mazo-desfasado THEN
001927       MOVE mazo-pedido TO cosa-erronea
001927       SET err-mazo-desfasado TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CONTAR-ESTADO-MAZO.
001927     PERFORM MOSTRAR-CUENTA-MAZO.
001927     EXIT.

001927** "--descartar=MAZO[:CARTA]": la carta en juego indicada (por
001927** su numero en mazos.dat o por su texto; si hay copias, una
001927** sola), o todas las que esten en juego, pasan al descarte.
001927** Bajo el cerrojo, y con su apunte en operaciones.log:
001927   DESCARTAR-CARTAS.
001927     PERFORM OBTENER-CERROJO.
001927     IF NOT cerrojo-obtenido THEN
001927       PERFORM AVISAR-CERROJO-MAZO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CARGAR-ESTADO-MAZO.
001927     IF mazo-desfasado THEN
001927       PERFORM SOLTAR-CERROJO
001927       MOVE mazo-pedido TO cosa-erronea
001927       SET err-mazo-desfasado TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO mazo-movidas, mazo-carta-num.
001927     IF mazo-arg-resto NOT = SPACES AND
001927        FUNCTION TRIM(mazo-arg-resto) IS NUMERIC THEN
001927       MOVE FUNCTION NUMVAL(mazo-arg-resto) TO mazo-carta-num
001927     END-IF.
001927     PERFORM VARYING maz-j FROM 1 BY 1 UNTIL maz-j > mazo-largo
001927       IF mazo-estado(maz-j:1) = "F" THEN
001927         EVALUATE TRUE
001927           WHEN mazo-arg-resto = SPACES
001927             MOVE "D" TO mazo-estado(maz-j:1)
001927             ADD 1 TO mazo-movidas
001927           WHEN mazo-movidas > 0
001927             CONTINUE
001927           WHEN maz-j = mazo-carta-num OR
001927                FUNCTION LOWER-CASE(FUNCTION TRIM(
001927                maz-carta(mazo-hallado, maz-j))) =
001927                mazo-arg-resto
001927             MOVE "D" TO mazo-estado(maz-j:1)
001927             ADD 1 TO mazo-movidas
001927         END-EVALUATE
001927       END-IF
001927     END-PERFORM.
001927     IF mazo-movidas = 0 THEN
001927       PERFORM SOLTAR-CERROJO
001927       IF mazo-arg-resto = SPACES THEN
001927         MOVE mazo-pedido TO cosa-erronea
001927       ELSE
001927         MOVE mazo-arg-resto TO cosa-erronea
001927       END-IF
001927       SET err-carta-inexistente TO TRUE
001927       PERFORM ERROR-SALIDA
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM GUARDAR-ESTADOS-MAZO.
001927     PERFORM SOLTAR-CERROJO.
001927     IF guardado-fallido THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CONTAR-ESTADO-MAZO.
001927     MOVE "descartar" TO oper-accion.
001927     PERFORM APUNTAR-OPERACION-MAZO.
001927     MOVE mazo-movidas TO mazo-disp.
001927     MOVE SPACES TO oper-resultado.
001927     STRING "descartadas=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE
001927            INTO oper-resultado
001927     END-STRING.
001927     PERFORM REGISTRAR-OPERACION.
001927     PERFORM MOSTRAR-CUENTA-MAZO.
001927     EXIT.

001927** "--barajar=MAZO": el descarte vuelve al mazo; con ":todo",
001927** tambien las cartas en juego. ":todo" rehace ademas el
001927** estado de un mazo cuya definicion cambio de tamano:
001927   BARAJAR-MAZO.
001927     PERFORM OBTENER-CERROJO.
001927     IF NOT cerrojo-obtenido THEN
001927       PERFORM AVISAR-CERROJO-MAZO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CARGAR-ESTADO-MAZO.
001927     IF mazo-arg-resto = "todo" THEN
001927       MOVE SPACES TO mazo-estado
001927       IF mazo-largo > 0 THEN
001927         MOVE ALL "M" TO mazo-estado(1:mazo-largo)
001927       END-IF
001927     ELSE
001927       IF mazo-desfasado THEN
001927         PERFORM SOLTAR-CERROJO
001927         MOVE mazo-pedido TO cosa-erronea
001927         SET err-mazo-desfasado TO TRUE
001927         PERFORM ERROR-SALIDA
001927         EXIT PARAGRAPH
001927       END-IF
001927       INSPECT mazo-estado REPLACING ALL "D" BY "M"
001927     END-IF.
001927     PERFORM GUARDAR-ESTADOS-MAZO.
001927     PERFORM SOLTAR-CERROJO.
001927     IF guardado-fallido THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM CONTAR-ESTADO-MAZO.
001927     MOVE "barajar" TO oper-accion.
001927     PERFORM APUNTAR-OPERACION-MAZO.
001927     MOVE mazo-en-mazo TO mazo-disp.
001927     MOVE SPACES TO oper-resultado.
001927     STRING "quedan=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE
001927            INTO oper-resultado
001927     END-STRING.
001927     PERFORM REGISTRAR-OPERACION.
001927     PERFORM MOSTRAR-CUENTA-MAZO.
001927     EXIT.

001927   APUNTAR-OPERACION-MAZO.
001927     MOVE SPACES TO oper-params.
001927     STRING "mazo=" DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-pedido) DELIMITED BY SIZE
001927            INTO oper-params
001927     END-STRING.
001927     IF mazo-barajar AND mazo-arg-resto NOT = SPACES THEN
001927       STRING "mazo=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(mazo-pedido) DELIMITED BY SIZE,
001927              " todo" DELIMITED BY SIZE
001927              INTO oper-params
001927       END-STRING
001927     END-IF.
001927     IF mazo-descartar AND mazo-arg-resto NOT = SPACES THEN
001927       STRING "mazo=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(mazo-pedido) DELIMITED BY SIZE,
001927              " carta=" DELIMITED BY SIZE,
001927              FUNCTION TRIM(mazo-arg-resto) DELIMITED BY SIZE
001927              INTO oper-params
001927       END-STRING
001927     END-IF.
001927     EXIT.

001927   AVISAR-CERROJO-MAZO.
001927     SET hubo-fallo-cerrojo TO TRUE.
001927     MOVE 8 TO RETURN-CODE.
001927     IF idioma-ingles THEN
001927       DISPLAY "WARNING: could not get the write lock"
001927       DISPLAY "(dados.lck busy); the deck was NOT changed."
001927     ELSE
001927       DISPLAY "AVISO: no se pudo obtener el cerrojo de"
001927       DISPLAY "escritura (dados.lck ocupado); el mazo NO"
001927       DISPLAY "ha cambiado."
001927     END-IF.
001927     EXIT.

001927** Cargar mazos.dat en memoria: una cabecera "nombre=titulo"
001927** por mazo y una linea "nombre:N=texto" por carta, en orden.
001927** Como con las tablas, lo que no casa se ignora aqui y es
001927** DadosMazos quien lo canta con detalle:
001927   CARGAR-MAZOS.
001927     MOVE 0 TO maz-num.
001927     SET fin-mazos TO FALSE.
001927     OPEN INPUT f-mazos.
001927     IF ws-mazos-status NOT = "00" THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM UNTIL fin-mazos
001927       READ f-mazos
001927         AT END SET fin-mazos TO TRUE
001927         NOT AT END
001927           IF FUNCTION TRIM(reg-mazo) NOT = SPACES THEN
001927             PERFORM CARGAR-LINEA-MAZO
001927           END-IF
001927       END-READ
001927     END-PERFORM.
001927     CLOSE f-mazos.
001927     EXIT.

001927   CARGAR-LINEA-MAZO.
001927     MOVE 0 TO mazo-cuenta.
001927     INSPECT reg-mazo TALLYING mazo-cuenta
001927             FOR CHARACTERS BEFORE INITIAL "=".
001927     IF mazo-cuenta = 0 OR mazo-cuenta > 40 THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE SPACES TO mazo-linea-nombre, mazo-linea-resto.
001927     MOVE reg-mazo(1:mazo-cuenta) TO mazo-linea-nombre.
001927     MOVE reg-mazo(mazo-cuenta + 2:) TO mazo-linea-resto.
001927     IF FUNCTION TRIM(mazo-linea-nombre) = SPACES OR
001927        FUNCTION TRIM(mazo-linea-resto) = SPACES THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927** Una barra romperia el troceado de dados.log:
001927     INSPECT mazo-linea-resto REPLACING ALL "|" BY "/".
001927     INITIALIZE ds.
001927     INSPECT mazo-linea-nombre TALLYING ds FOR ALL ":".
001927     IF ds = 0 THEN
001927       IF maz-num = 20 THEN
001927         EXIT PARAGRAPH
001927       END-IF
001927       ADD 1 TO maz-num
001927       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
001927            mazo-linea-nombre)) TO maz-nombre(maz-num)
001927       MOVE FUNCTION TRIM(mazo-linea-resto)
001927            TO maz-titulo(maz-num)
001927       MOVE 0 TO maz-cartas(maz-num)
001927       EXIT PARAGRAPH
001927     END-IF.
001927     IF ds NOT = 1 THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE SPACES TO mazo-nombre-cab.
001927     UNSTRING mazo-linea-nombre DELIMITED BY ":"
001927       INTO mazo-nombre-cab
001927     END-UNSTRING.
001927     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(mazo-nombre-cab))
001927          TO mazo-nombre-cab.
001927     MOVE 0 TO mazo-hallado.
001927     PERFORM VARYING maz-i FROM 1 BY 1
001927             UNTIL maz-i > maz-num OR mazo-hallado > 0
001927       IF maz-nombre(maz-i) = mazo-nombre-cab(1:32) THEN
001927         MOVE maz-i TO mazo-hallado
001927       END-IF
001927     END-PERFORM.
001927     IF mazo-hallado = 0 OR
001927        maz-cartas(mazo-hallado) = 200 THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     ADD 1 TO maz-cartas(mazo-hallado).
001927     MOVE maz-cartas(mazo-hallado) TO maz-j.
001927     MOVE FUNCTION TRIM(mazo-linea-resto)
001927          TO maz-carta(mazo-hallado, maz-j).
001927     EXIT.

001927** El estado guardado del mazo pedido (y, de paso, el de todos
001927** los demas, para poder reescribir mazos.est entero). Sin
001927** estado guardado, todas las cartas estan en el mazo. Si el
001927** estado no tiene una letra valida por carta de la definicion
001927** (se anadieron o quitaron cartas), el mazo esta desfasado y
001927** hay que barajarlo entero:
001927   CARGAR-ESTADO-MAZO.
001927     MOVE 0 TO est-num, estado-hallado.
001927     SET mazo-desfasado TO FALSE.
001927     SET fin-mazos TO FALSE.
001927     OPEN INPUT f-mazosest.
001927     IF ws-mazosest-status = "00" THEN
001927       PERFORM UNTIL fin-mazos
001927         READ f-mazosest
001927           AT END SET fin-mazos TO TRUE
001927           NOT AT END
001927             IF reg-mazoest NOT = SPACES AND est-num < 40 THEN
001927               ADD 1 TO est-num
001927               MOVE SPACES TO est-nombre(est-num),
001927                              est-cartas(est-num)
001927               UNSTRING reg-mazoest DELIMITED BY "="
001927                 INTO est-nombre(est-num), est-cartas(est-num)
001927               END-UNSTRING
001927               IF est-nombre(est-num) = mazo-pedido THEN
001927                 MOVE est-num TO estado-hallado
001927               END-IF
001927             END-IF
001927         END-READ
001927       END-PERFORM
001927       CLOSE f-mazosest
001927     END-IF.
001927     MOVE maz-cartas(mazo-hallado) TO mazo-largo.
001927     MOVE SPACES TO mazo-estado.
001927     IF estado-hallado = 0 THEN
001927       IF mazo-largo > 0 THEN
001927         MOVE ALL "M" TO mazo-estado(1:mazo-largo)
001927       END-IF
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE est-cartas(estado-hallado) TO mazo-estado.
001927     MOVE 0 TO mazo-cuenta.
001927     INSPECT mazo-estado TALLYING mazo-cuenta
001927             FOR CHARACTERS BEFORE INITIAL SPACE.
001927     PERFORM CONTAR-ESTADO-MAZO.
001927     IF mazo-cuenta NOT = mazo-largo OR
001927        mazo-en-mazo + mazo-en-juego + mazo-descartadas
001927        NOT = mazo-largo THEN
001927       SET mazo-desfasado TO TRUE
001927     END-IF.
001927     EXIT.

001927   CONTAR-ESTADO-MAZO.
001927     MOVE 0 TO mazo-en-mazo, mazo-en-juego, mazo-descartadas.
001927     INSPECT mazo-estado TALLYING mazo-en-mazo FOR ALL "M"
001927                                  mazo-en-juego FOR ALL "F"
001927                                  mazo-descartadas FOR ALL "D".
001927     EXIT.

001927** Reescribir mazos.est entero con el estado del mazo tocado
001927** al dia (con el cerrojo en la mano; la primera escritura en
001927** una mesa la da de alta; si falla, "guardado-fallido"):
001927   GUARDAR-ESTADOS-MAZO.
001927     IF estado-hallado = 0 AND est-num < 40 THEN
001927       ADD 1 TO est-num
001927       MOVE est-num TO estado-hallado
001927       MOVE mazo-pedido TO est-nombre(est-num)
001927     END-IF.
001927     IF estado-hallado > 0 THEN
001927       MOVE mazo-estado TO est-cartas(estado-hallado)
001927     END-IF.
001927     SET guardado-fallido TO FALSE.
001927     PERFORM ANOTAR-MESA.
001927     MOVE ws-mazosest-nombre TO guardado-nombre.
001927     OPEN OUTPUT f-mazosest.
001927     IF ws-mazosest-status NOT = "00" THEN
001927       PERFORM AVISAR-GUARDADO-FALLIDO
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM VARYING maz-i FROM 1 BY 1 UNTIL maz-i > est-num
001927       MOVE SPACES TO reg-mazoest
001927       STRING FUNCTION TRIM(est-nombre(maz-i))
001927              DELIMITED BY SIZE,
001927              "=" DELIMITED BY SIZE,
001927              est-cartas(maz-i) DELIMITED BY SPACE
001927              INTO reg-mazoest
001927       END-STRING
001927       WRITE reg-mazoest
001927       IF ws-mazosest-status NOT = "00" THEN
001927         SET guardado-fallido TO TRUE
001927       END-IF
001927     END-PERFORM.
001927     CLOSE f-mazosest.
001927     IF guardado-fallido THEN
001927       PERFORM AVISAR-GUARDADO-FALLIDO
001927     END-IF.
001927     EXIT.

001927** Lo robado, carta a carta, y lo que queda en el mazo:
001927   MOSTRAR-ROBO.
001927     IF json-modo THEN
001927       PERFORM MOSTRAR-ROBO-JSON
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM VARYING robo-i FROM 1 BY 1 UNTIL robo-i > robo-num
001927       MOVE robo-carta(robo-i) TO maz-j
001927       MOVE maz-j TO mazo-disp
001927       EVALUATE TRUE
001927         WHEN telegram
001927           DISPLAY "Mazo *", FUNCTION TRIM(mazo-pedido),
001927                   "*, carta ", FUNCTION TRIM(mazo-disp), ": *",
001927                   FUNCTION TRIM(maz-carta(mazo-hallado, maz-j)),
001927                   "*"
001927         WHEN discord
001927           DISPLAY "Mazo **", FUNCTION TRIM(mazo-pedido),
001927                   "**, carta ", FUNCTION TRIM(mazo-disp),
001927                   ": **",
001927                   FUNCTION TRIM(maz-carta(mazo-hallado, maz-j)),
001927                   "**"
001927         WHEN idioma-ingles
001927           DISPLAY "Deck ", FUNCTION TRIM(mazo-pedido),
001927                   ", card ", FUNCTION TRIM(mazo-disp), ": ",
001927                   FUNCTION TRIM(maz-carta(mazo-hallado, maz-j))
001927         WHEN OTHER
001927           DISPLAY "Mazo ", FUNCTION TRIM(mazo-pedido),
001927                   ", carta ", FUNCTION TRIM(mazo-disp), ": ",
001927                   FUNCTION TRIM(maz-carta(mazo-hallado, maz-j))
001927       END-EVALUATE
001927     END-PERFORM.
001927     MOVE mazo-en-mazo TO mazo-disp.
001927     IF idioma-ingles AND NOT telegram AND NOT discord THEN
001927       DISPLAY "Cards left in the deck: ",
001927               FUNCTION TRIM(mazo-disp), "."
001927       IF mazo-agotado THEN
001927         DISPLAY "The deck ran out before all the cards"
001927                 " were drawn."
001927       END-IF
001927       IF mazo-cambiado THEN
001927         DISPLAY "WARNING: the deck changed while drawing;"
001927                 " no more cards were drawn."
001927       END-IF
001927     ELSE
001927       DISPLAY "Quedan en el mazo: ",
001927               FUNCTION TRIM(mazo-disp), "."
001927       IF mazo-agotado THEN
001927         DISPLAY "El mazo se ha acabado antes de robar todas"
001927                 " las cartas pedidas."
001927       END-IF
001927       IF mazo-cambiado THEN
001927         DISPLAY "AVISO: el mazo ha cambiado mientras se"
001927                 " robaba; no se han robado mas cartas."
001927       END-IF
001927     END-IF.
001927     EXIT.

001927   MOSTRAR-ROBO-JSON.
001927     INITIALIZE json-linea.
001927     MOVE 1 TO json-punt.
001927     MOVE mazo-robos TO mazo-disp.
001927     STRING '{"mazo":"' DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-pedido) DELIMITED BY SIZE,
001927            '","pedidas":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE,
001927            ',"cartas":[' DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     PERFORM VARYING robo-i FROM 1 BY 1 UNTIL robo-i > robo-num
001927       IF robo-i > 1 THEN
001927         STRING "," DELIMITED BY SIZE
001927                INTO json-linea WITH POINTER json-punt
001927         END-STRING
001927       END-IF
001927       MOVE robo-carta(robo-i) TO maz-j
001927       MOVE maz-j TO mazo-disp
001927       STRING '{"numero":' DELIMITED BY SIZE,
001927              FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE,
001927              ',"texto":"' DELIMITED BY SIZE,
001927              FUNCTION TRIM(maz-carta(mazo-hallado, maz-j))
001927              DELIMITED BY SIZE,
001927              '"}' DELIMITED BY SIZE
001927              INTO json-linea WITH POINTER json-punt
001927       END-STRING
001927     END-PERFORM.
001927     MOVE mazo-en-mazo TO mazo-disp.
001927     STRING '],"quedan":' DELIMITED BY SIZE,
001927            FUNCTION TRIM(mazo-disp) DELIMITED BY SIZE,
001927            "}" DELIMITED BY SIZE
001927            INTO json-linea WITH POINTER json-punt
001927     END-STRING.
001927     DISPLAY FUNCTION TRIM(json-linea).
001927     EXIT.

001927** La cuenta del mazo: en el mazo, en juego y descartadas:
001927   MOSTRAR-CUENTA-MAZO.
001927     MOVE mazo-en-mazo TO mazo-disp.
001927     MOVE mazo-en-juego TO mazo-disp2.
001927     MOVE mazo-descartadas TO mazo-disp3.
001927     EVALUATE TRUE
001927       WHEN json-modo
001927         DISPLAY '{"mazo":"', FUNCTION TRIM(mazo-pedido),
001927                 '","quedan":', FUNCTION TRIM(mazo-disp),
001927                 ',"fuera":', FUNCTION TRIM(mazo-disp2),
001927                 ',"descartadas":', FUNCTION TRIM(mazo-disp3),
001927                 "}"
001927       WHEN telegram
001927         DISPLAY "Mazo *", FUNCTION TRIM(mazo-pedido), "*: ",
001927                 FUNCTION TRIM(mazo-disp), " en el mazo, ",
001927                 FUNCTION TRIM(mazo-disp2), " en juego, ",
001927                 FUNCTION TRIM(mazo-disp3), " descartadas."
001927       WHEN discord
001927         DISPLAY "Mazo **", FUNCTION TRIM(mazo-pedido), "**: ",
001927                 FUNCTION TRIM(mazo-disp), " en el mazo, ",
001927                 FUNCTION TRIM(mazo-disp2), " en juego, ",
001927                 FUNCTION TRIM(mazo-disp3), " descartadas."
001927       WHEN idioma-ingles
001927         DISPLAY "Deck ", FUNCTION TRIM(mazo-pedido), ": ",
001927                 FUNCTION TRIM(mazo-disp), " in the deck, ",
001927                 FUNCTION TRIM(mazo-disp2), " in play, ",
001927                 FUNCTION TRIM(mazo-disp3), " discarded."
001927       WHEN OTHER
001927         DISPLAY "Mazo ", FUNCTION TRIM(mazo-pedido), ": ",
001927                 FUNCTION TRIM(mazo-disp), " en el mazo, ",
001927                 FUNCTION TRIM(mazo-disp2), " en juego, ",
001927                 FUNCTION TRIM(mazo-disp3), " descartadas."
001927     END-EVALUATE.
001927     EXIT.

001927** La carta de un robo registrado: el dado ha de tener tantas
001927** caras como "M" hay en el estado de partida, y la R-esima
001927** de ellas (R, el resultado repetido) ha de ser la carta
001927** registrada:
001927   COMPROBAR-CARTA-LEIDA.
001927     MOVE 0 TO mazo-largo, mazo-en-mazo, mazo-carta-num,
001927               mazo-cuenta.
001927     INSPECT ver-estado-txt TALLYING mazo-largo
001927             FOR CHARACTERS BEFORE INITIAL SPACE.
001927     INSPECT ver-estado-txt TALLYING mazo-en-mazo FOR ALL "M".
001927     IF result > 0 AND result NOT > mazo-en-mazo THEN
001927       PERFORM VARYING maz-j FROM 1 BY 1
001927               UNTIL maz-j > mazo-largo OR mazo-carta-num > 0
001927         IF ver-estado-txt(maz-j:1) = "M" THEN
001927           ADD 1 TO mazo-cuenta
001927           IF mazo-cuenta = result THEN
001927             MOVE maz-j TO mazo-carta-num
001927           END-IF
001927         END-IF
001927       END-PERFORM
001927     END-IF.
001927     MOVE SPACES TO rango-desde-txt, rango-hasta-txt,
001927                    mazo-linea-nombre.
001927     UNSTRING ver-expr DELIMITED BY "d"
001927       INTO rango-desde-txt, rango-hasta-txt
001927     END-UNSTRING.
001927     UNSTRING ver-carta-txt DELIMITED BY ":"
001927       INTO mazo-linea-nombre
001927     END-UNSTRING.
001927     IF rango-hasta-txt = SPACES OR
001927        FUNCTION TRIM(rango-hasta-txt) IS NOT NUMERIC OR
001927        mazo-linea-nombre = SPACES OR
001927        FUNCTION TRIM(mazo-linea-nombre) IS NOT NUMERIC THEN
001927       SET carta-discrepante TO TRUE
001927     ELSE
001927       IF FUNCTION NUMVAL(rango-hasta-txt) NOT = mazo-en-mazo
001927          OR mazo-carta-num = 0 OR
001927          FUNCTION NUMVAL(mazo-linea-nombre)
001927          NOT = mazo-carta-num THEN
001927         SET carta-discrepante TO TRUE
001927       END-IF
001927     END-IF.
001927     MOVE mazo-en-mazo TO mazo-disp.
001927     MOVE mazo-carta-num TO mazo-disp2.
001927     IF certificar-modo THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     DISPLAY "Mazo ", FUNCTION TRIM(ver-mazo-txt),
001927             " (", FUNCTION TRIM(mazo-disp),
001927             " cartas en el mazo) - carta registrada: ",
001927             FUNCTION TRIM(ver-carta-txt),
001927             " / repetida: ", FUNCTION TRIM(mazo-disp2).
001927     EXIT.

001927** La tirada enfrentada: exactamente dos partes, cada una por
001927** el circuito completo de TIRAR-PARTICIPANTE (registro en
001927** dados.log incluido, presentacion individual silenciada).
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM SEMBRAR-SESION.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO opt-analisis, opt-objetivo, opt-sellada.
001927     PERFORM VARYING pt-i FROM 1 BY 1
001927             UNTIL pt-i > 2 OR linea-rechazada
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM SEMBRAR-SESION.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO opt-analisis, opt-objetivo, opt-sellada.
001927     MOVE gm-num TO pt-num.
001927     PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-num
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     PERFORM SEMBRAR-SESION.
001927     IF linea-rechazada THEN
001927       EXIT PARAGRAPH
001927     END-IF.
001927     MOVE 0 TO opt-analisis, opt-objetivo, opt-sellada.
001927     MOVE tabla-pedida TO tabla-actual.
001927     MOVE 0 TO traza-num.
001927** canta con detalle:
001927   CARGAR-TABLAS.
001927     SET tablas-cargadas TO TRUE.
001927     MOVE ws-tablas-nombre TO huella-nombre.
001927     PERFORM TOMAR-HUELLA.
001927     MOVE huella-actual TO huella-tablas.
001927     MOVE 0 TO tab-num.
001927     SET fin-tablas TO FALSE.
001927     OPEN INPUT f-tablas.
001929** cada vuelta:
001929     MOVE FUNCTION LENGTH(pasos) TO pasos-long.
001929     MOVE pasos(1:pasos-long) TO pasos-copia(1:pasos-long).
001929     MOVE 0 TO suma-analisis, aciertos-analisis, cuad-analisis.
001929     PERFORM VARYING iter-analisis FROM 1 BY 1
001929             UNTIL iter-analisis > muestras-analisis
001929       MOVE pasos-copia(1:pasos-long) TO pasos(1:pasos-long)
001929       END-PERFORM
001929       PERFORM TIRAR-DADOS
001929       ADD result TO suma-analisis
001929       COMPUTE cuad-tirada = result * result
001929       ADD cuad-tirada TO cuad-analisis
001929       IF objetivo-modo AND result NOT < analisis-objetivo THEN
001929         ADD 1 TO aciertos-analisis
001929       END-IF
001929     END-PERFORM.
001929     COMPUTE media-analisis = suma-analisis / muestras-analisis.
001929     COMPUTE desv-analisis = cuad-analisis / muestras-analisis.
001929     COMPUTE cuad-tirada = media-analisis * media-analisis.
001929     SUBTRACT cuad-tirada FROM desv-analisis.
001929     IF desv-analisis > 0 THEN
001929       COMPUTE desv-analisis = FUNCTION SQRT(desv-analisis)
001929     ELSE
001929       MOVE 0 TO desv-analisis
001929     END-IF.
001929     IF objetivo-modo THEN
001929       COMPUTE prob-analisis = aciertos-analisis * 100
001929       COMPUTE prob-analisis = prob-analisis / muestras-analisis
001929     MOVE res-min TO min-anl-disp.
001929     MOVE res-max TO max-anl-disp.
001929     MOVE media-analisis TO media-anl-disp.
001929     MOVE desv-analisis TO desv-anl-disp.
001929     MOVE muestras-analisis TO muestras-disp.
001929     IF json-modo THEN
001929       PERFORM MOSTRAR-ANALISIS-JSON
001929               FUNCTION TRIM(muestras-disp), " samples):"
001929       DISPLAY "  Min: ", FUNCTION TRIM(min-anl-disp),
001929               "  Max: ", FUNCTION TRIM(max-anl-disp),
001929               "  Mean: ", FUNCTION TRIM(media-anl-disp),
001929               "  Std dev: ", FUNCTION TRIM(desv-anl-disp)
001929     ELSE
001929       DISPLAY "Analisis de ", FUNCTION TRIM(expresion), " (",
001929               FUNCTION TRIM(muestras-disp), " muestras):"
001929       DISPLAY "  Minimo: ", FUNCTION TRIM(min-anl-disp),
001929               "  Maximo: ", FUNCTION TRIM(max-anl-disp),
001929               "  Media: ", FUNCTION TRIM(media-anl-disp),
001929               "  Desviacion: ", FUNCTION TRIM(desv-anl-disp)
001929     END-IF.
001929     IF objetivo-modo THEN
001929       MOVE prob-analisis TO prob-anl-disp
001929            FUNCTION TRIM(max-anl-disp) DELIMITED BY SIZE,
001929            ',"media":' DELIMITED BY SIZE,
001929            FUNCTION TRIM(media-anl-disp) DELIMITED BY SIZE,
001929            ',"desviacion":' DELIMITED BY SIZE,
001929            FUNCTION TRIM(desv-anl-disp) DELIMITED BY SIZE,
001929            ',"muestras":' DELIMITED BY SIZE,
001929            FUNCTION TRIM(muestras-disp) DELIMITED BY SIZE
001929            INTO json-linea WITH POINTER json-punt
001972     IF NOT linea-rechazada AND NOT analisis-modo THEN
001972       PERFORM APLICAR-CUOTA
001972     END-IF.
001972     IF NOT linea-rechazada AND NOT analisis-modo THEN
001972       PERFORM SEMBRAR-SESION
001972     END-IF.
001972     IF NOT linea-rechazada THEN
001972       IF analisis-modo THEN
001972         PERFORM ANALIZAR-EXPRESION
001993** expresion, su semilla y su umbral de exitos si lo hubo, y
001993** repite la tirada con esa misma semilla: si el resultado
001993** registrado es autentico, la repeticion tiene que coincidir:
001992** El argumento de "--certificar=": "log" (el log vivo de la
001992** mesa) o un mes AAAAMM; cada uno se anade a la lista:
001992   LEER-ARG-CERTIFICAR.
001992     IF certificar-arg-temp NOT = "log" AND
001992        (certificar-arg-temp = SPACES OR
001992         FUNCTION TRIM(certificar-arg-temp) IS NOT NUMERIC OR
001992         FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(
001992         certificar-arg-temp)) NOT = 6) THEN
001992       MOVE arg TO cosa-erronea
001992       SET err-arg-absurdo TO TRUE
001992       PERFORM ERROR-SALIDA
001992     END-IF.
001992     IF cert-num = 24 THEN
001992       MOVE arg TO cosa-erronea
001992       SET err-arg-absurdo TO TRUE
001992       PERFORM ERROR-SALIDA
001992     END-IF.
001992     IF NOT linea-rechazada THEN
001992       ADD 1 TO cert-num
001992       MOVE FUNCTION TRIM(certificar-arg-temp)
001992            TO cert-origen(cert-num)
001992     END-IF.
001992     EXIT.

001992** El argumento de "--verificar=": o un numero de linea del
001992** log vivo, o "AAAAMM/N" para la linea N del archivo mensual
001992** dados-AAAAMM.arc (tiradas ya rotadas):
001993     END-IF.
001993** Repetir la tirada en las mismas condiciones. El resultado no
001993** se muestra ni se vuelve a registrar: solo se compara:
001993     PERFORM REPETIR-CON-SEMILLA.
001993     MOVE verificar-linea TO ver-linea-disp.
001993     IF verificar-mes > 0 THEN
001993       DIVIDE verificar-mes BY 100 GIVING ver-anno
001993       DISPLAY "AVISO: esta tirada esta ANULADA; el veredicto"
001993       DISPLAY "es solo documental."
001993     END-IF.
001993** Un robo de carta se comprueba ademas contra el estado del
001993** mazo de partida:
001993     SET carta-discrepante TO FALSE.
001993     IF ver-mazo-txt NOT = SPACES THEN
001993       PERFORM COMPROBAR-CARTA-LEIDA
001993     END-IF.
001993     PERFORM ANOTAR-VERIFICADO.
001993     IF result = ver-result AND NOT carta-discrepante THEN
001993       DISPLAY "VERIFICACION: COINCIDE (MATCH)."
001993       MOVE "coincide" TO oper-resultado
001993       PERFORM REGISTRAR-OPERACION
001993     END-IF.
001993     STOP RUN.

001993** La repeticion propiamente dicha, comun a "--verificar=" y a
001993** "--certificar=": semilla, avance hasta la posicion
001993** registrada, umbral de exitos y la tirada por el circuito
001993** normal. Deja en "result" lo repetido y en "ver-result" lo
001993** registrado:
001993   REPETIR-CON-SEMILLA.
001993     MOVE FUNCTION TRIM(ver-semilla-txt) TO wn-semilla.
001993     COMPUTE wn-dado = FUNCTION RANDOM(wn-semilla).
001993     MOVE 0 TO wn-consumidos.
001993** Si la tirada original no partia del principio de la
001993** secuencia (campo "pos=", tiradas en modo de archivo), hay
001993** que avanzar hasta ese mismo punto antes de repetirla:
001993     IF ver-pos-txt NOT = SPACES AND
001993        FUNCTION TRIM(ver-pos-txt) IS NUMERIC THEN
001993       MOVE FUNCTION TRIM(ver-pos-txt) TO pos-tirada
001993       PERFORM UNTIL wn-consumidos = pos-tirada
001993         COMPUTE wn-dado = FUNCTION RANDOM()
001993         ADD 1 TO wn-consumidos
001993       END-PERFORM
001993     END-IF.
001993     SET exito-modo TO FALSE.
001993** Ojo: TRIM de un campo en blanco pasa por numerico, asi que
001993** hay que descartar aparte el campo vacio (como ya se hace en
001993** COMPROBAR-DADOS-VENTAJA con wk-cant-txt):
001993     IF ver-exito-txt NOT = SPACES AND
001993        FUNCTION TRIM(ver-exito-txt) IS NUMERIC THEN
001993       SET exito-modo TO TRUE
001993       MOVE FUNCTION TRIM(ver-exito-txt) TO exito-umbral
001993     END-IF.
001993     INITIALIZE pasos.
001993     INITIALIZE result.
001993     INITIALIZE valores-a-mostrar.
001993** El rango THRU pasa por DESPACHAR-ANALISIS: un "--analisis"
001993** colado junto a "--verificar=" no debe desviar la repeticion:
001993     MOVE 0 TO opt-analisis, opt-objetivo.
001993     MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(ver-expr)) TO arg.
001993     PERFORM PARSEAR-EXPRESION-TIRADA.
001993** En el certificado los errores no paran el proceso: una
001993** expresion que ya no se acepta deja "linea-rechazada" y no
001993** se tira:
001993     IF NOT linea-rechazada THEN
001993       PERFORM COMPROBAR-ERRORES-EXPR
001993     END-IF.
001993     IF NOT linea-rechazada THEN
001993       PERFORM DESPACHAR-ANALISIS THRU TIRAR-DADOS
001993     END-IF.
001993     PERFORM CONVERTIR-RESULT-LOG.
001993     EXIT.

001993** "--anular=N": anadir al log un apunte encadenado que
001993** declara nula la tirada de la linea N. La linea original no
001993** se toca (borrarla romperia la cadena de control que
001993     MOVE ver-anno TO ver-anno-txt.
001993     MOVE ver-mes TO ver-mes-num-txt.
001993     MOVE SPACES TO ws-arc-nombre.
001993     STRING mesa-prefijo DELIMITED BY SPACE,
001993            "dados-" DELIMITED BY SIZE,
001993            ver-mes-nombre DELIMITED BY SIZE,
001993            ".arc" DELIMITED BY SIZE
001993            INTO ws-arc-nombre
001993       MOVE 8 TO RETURN-CODE
001993       STOP RUN
001993     END-IF.
001993     PERFORM CARGAR-TIRADA-ARC.
001993     EXIT.

001993** Los campos del registro de archivo cargado en reg-arc, en
001993** los "ver-*" (tambien para "--certificar="):
001993   CARGAR-TIRADA-ARC.
001993     MOVE SPACES TO ver-expr, ver-semilla-txt, ver-exito-txt,
001993                    ver-result-txt, ver-pos-txt, ver-sello-txt,
001993                    ver-usuario-txt, ver-bloques.
001993     MOVE arc-mazo TO ver-mazo-txt.
001993     MOVE arc-carta TO ver-carta-txt.
001993     MOVE arc-estado TO ver-estado-txt.
001993** La marca de anulacion viaja en el propio registro del
001993** archivo:
001993     SET tirada-anulada TO FALSE.
001993** cuando el sello ya no esta en el log vivo porque la
001993** rotacion se lo llevo:
001993   REVELAR-EN-ARCHIVOS.
001993     PERFORM REVELAR-POR-CATALOGO.
001993     IF sello-encontrado THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     COMPUTE ver-meses-total =
001993             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) * 12
001993             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2)) - 1.
001993       MOVE ver-anno TO ver-anno-txt
001993       MOVE ver-mes TO ver-mes-num-txt
001993       MOVE SPACES TO ws-arc-nombre
001993       STRING mesa-prefijo DELIMITED BY SPACE,
001993              "dados-" DELIMITED BY SIZE,
001993              ver-mes-nombre DELIMITED BY SIZE,
001993              ".arc" DELIMITED BY SIZE
001993              INTO ws-arc-nombre
001993     CLOSE f-arc.
001993     EXIT.

001993** Con catalogo de archivos no hace falta recorrerlos: sus
001993** entradas "S" dicen en que mes y en que registro esta el
001993** sello. Si sale en varios meses vale el mas reciente, como
001993** en el recorrido, y dentro del mes el primero. Si el
001993** catalogo no lo tiene, o el registro no cuadra con el (un
001993** catalogo atrasado), se deja sin encontrar y
001993** REVELAR-EN-ARCHIVOS recorre los archivos como siempre:
001993   REVELAR-POR-CATALOGO.
001993     MOVE SPACES TO ws-catalogo-nombre, cat-elegido-mes.
001993     STRING mesa-prefijo DELIMITED BY SPACE,
001993            "catalogo.idx" DELIMITED BY SIZE
001993            INTO ws-catalogo-nombre
001993     END-STRING.
001993     OPEN INPUT f-catalogo.
001993     IF ws-catalogo-status NOT = "00" THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     MOVE SPACES TO reg-catalogo.
001993     SET cat-es-sello TO TRUE.
001993     MOVE revelar-num TO cat-sello.
001993     MOVE LOW-VALUES TO cat-mes.
001993     SET fin-catalogo TO FALSE.
001993     START f-catalogo KEY IS NOT LESS THAN cat-clave
001993       INVALID KEY SET fin-catalogo TO TRUE
001993     END-START.
001993     PERFORM UNTIL fin-catalogo
001993       READ f-catalogo NEXT RECORD
001993         AT END SET fin-catalogo TO TRUE
001993         NOT AT END
001993           IF NOT cat-es-sello OR cat-sello NOT = revelar-num
001993             SET fin-catalogo TO TRUE
001993           ELSE
001993             IF cat-mes NOT = cat-elegido-mes THEN
001993               MOVE cat-mes TO cat-elegido-mes
001993               MOVE cat-num TO cat-elegido-num
001993             END-IF
001993           END-IF
001993       END-READ
001993     END-PERFORM.
001993     CLOSE f-catalogo.
001993     IF cat-elegido-mes = SPACES THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     MOVE SPACES TO ws-arc-nombre.
001993     STRING mesa-prefijo DELIMITED BY SPACE,
001993            "dados-" DELIMITED BY SIZE,
001993            cat-elegido-mes DELIMITED BY SIZE,
001993            ".arc" DELIMITED BY SIZE
001993            INTO ws-arc-nombre
001993     END-STRING.
001993     SET fin-arc TO FALSE.
001993     MOVE 0 TO ver-linea-num.
001993     OPEN INPUT f-arc.
001993     IF ws-arc-status NOT = "00" THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     PERFORM UNTIL fin-arc OR ver-linea-num = cat-elegido-num
001993       READ f-arc
001993         AT END SET fin-arc TO TRUE
001993         NOT AT END ADD 1 TO ver-linea-num
001993       END-READ
001993     END-PERFORM.
001993     CLOSE f-arc.
001993     IF NOT fin-arc AND arc-sello NOT = SPACES AND
001993        FUNCTION TRIM(arc-sello) IS NUMERIC THEN
001993       IF FUNCTION NUMVAL(arc-sello) = revelar-num THEN
001993         SET sello-encontrado TO TRUE
001993       END-IF
001993     END-IF.
001993     EXIT.

001993** Ensenar una tirada sellada encontrada en un archivo mensual
001993** (el registro sigue cargado en reg-arc):
001993   MOSTRAR-TIRADA-ARC.
001993     MOVE SPACES TO ver-expr, ver-semilla-txt, ver-exito-txt,
001993                    ver-result-txt, ver-pos-txt, ver-sello-txt,
001993                    ver-usuario-txt, ver-bloques, ver-anula-txt.
001993     MOVE SPACES TO ver-mazo-txt, ver-carta-txt, ver-estado-txt.
001993     UNSTRING reg-log DELIMITED BY " | "
001993       INTO ver-seg(1), ver-seg(2), ver-seg(3), ver-seg(4),
001993            ver-seg(5), ver-seg(6), ver-seg(7), ver-seg(8),
001993            ver-seg(9), ver-seg(10), ver-seg(11), ver-seg(12),
001993            ver-seg(13), ver-seg(14), ver-seg(15), ver-seg(16)
001993       TALLYING IN ver-campos-n
001993     END-UNSTRING.
001993     MOVE ver-seg(1)(1:26) TO ver-fecha.
001993           MOVE ver-seg(i)(10:24000) TO ver-bloques
001993         WHEN ver-seg(i)(1:10) = "resultado="
001993           MOVE ver-seg(i)(11:16) TO ver-result-txt
001993         WHEN ver-seg(i)(1:5) = "mazo="
001993           MOVE ver-seg(i)(6:32) TO ver-mazo-txt
001993         WHEN ver-seg(i)(1:6) = "carta="
001993           MOVE ver-seg(i)(7:110) TO ver-carta-txt
001993         WHEN ver-seg(i)(1:7) = "estado="
001993           MOVE ver-seg(i)(8:200) TO ver-estado-txt
001993       END-EVALUATE
001993     END-PERFORM.
001993     EXIT.
001993     MOVE parte-control TO control-ultimo.
001993     EXIT.

001993** "--certificar=": repetir todas las tiradas de los archivos
001993** pedidos, en el orden dado, y sacar el certificado. Nada se
001993** escribe en el log ni consume cuota; los errores de una
001993** expresion no paran el proceso (la tirada cuenta como no
001993** repetible). Codigo de salida: 0 si todo coincide, 4 con
001993** alguna discrepancia o tirada no repetible (no desplegar),
001993** 8 si no habia nada que certificar:
001993   CERTIFICAR-TIRADAS.
001993     MOVE 0 TO cert-ficheros, cert-ausentes, cert-leidas,
001993               cert-repetidas, cert-coinciden, cert-discrepan,
001993               cert-no-repetibles, cert-sin-semilla, cert-otras,
001993               cert-control.
001993     SET errores-recuperables TO TRUE.
001993     DISPLAY "CERTIFICADO DE REPETICION DE TIRADAS".
001993     DISPLAY "Fecha: ", FUNCTION CURRENT-DATE(1:4), "-",
001993             FUNCTION CURRENT-DATE(5:2), "-",
001993             FUNCTION CURRENT-DATE(7:2), " ",
001993             FUNCTION CURRENT-DATE(9:2), ":",
001993             FUNCTION CURRENT-DATE(11:2), ":",
001993             FUNCTION CURRENT-DATE(13:2).
001993     IF mesa-modo THEN
001993       DISPLAY "Mesa: ", FUNCTION TRIM(ws-mesa-id)
001993     END-IF.
001993     PERFORM VARYING cert-i FROM 1 BY 1 UNTIL cert-i > cert-num
001993       IF cert-origen(cert-i) = "log" THEN
001993         PERFORM CERTIFICAR-LOG
001993       ELSE
001993         PERFORM CERTIFICAR-ARCHIVO
001993       END-IF
001993     END-PERFORM.
001993     SET errores-recuperables TO FALSE.
001993     MOVE cert-ficheros TO cert-cifra.
001993     DISPLAY "Ficheros repetidos: ", FUNCTION TRIM(cert-cifra).
001993     MOVE cert-leidas TO cert-cifra.
001993     DISPLAY "Entradas leidas: ", FUNCTION TRIM(cert-cifra).
001993     MOVE cert-repetidas TO cert-cifra.
001993     DISPLAY "Tiradas repetidas: ", FUNCTION TRIM(cert-cifra).
001993     MOVE cert-coinciden TO cert-cifra.
001993     DISPLAY "  coinciden: ", FUNCTION TRIM(cert-cifra).
001993     MOVE cert-discrepan TO cert-cifra.
001993     DISPLAY "  no coinciden: ", FUNCTION TRIM(cert-cifra).
001993     MOVE cert-no-repetibles TO cert-cifra.
001993     DISPLAY "No repetibles (expresion rechazada): ",
001993             FUNCTION TRIM(cert-cifra).
001993     MOVE cert-sin-semilla TO cert-cifra.
001993     DISPLAY "Sin semilla (antiguas): ",
001993             FUNCTION TRIM(cert-cifra).
001993     MOVE cert-otras TO cert-cifra.
001993     DISPLAY "Otras entradas (apuntes, ilegibles): ",
001993             FUNCTION TRIM(cert-cifra).
001993     MOVE cert-control TO control-disp.
001993     DISPLAY "Control del certificado: ", control-disp.
001993** El diario recoge los origenes y el resultado, con el valor
001993** de control para poder comparar el de antes y el de despues:
001993     MOVE "certificar" TO oper-accion.
001993     MOVE SPACES TO oper-params, oper-resultado.
001993     MOVE 1 TO oper-punt.
001993     STRING "origenes=" DELIMITED BY SIZE
001993            INTO oper-params WITH POINTER oper-punt
001993     END-STRING.
001993     PERFORM VARYING cert-i FROM 1 BY 1 UNTIL cert-i > cert-num
001993       IF cert-i > 1 THEN
001993         STRING "," DELIMITED BY SIZE
001993                INTO oper-params WITH POINTER oper-punt
001993         END-STRING
001993       END-IF
001993       STRING FUNCTION TRIM(cert-origen(cert-i))
001993              DELIMITED BY SIZE
001993              INTO oper-params WITH POINTER oper-punt
001993       END-STRING
001993     END-PERFORM.
001993     MOVE 1 TO oper-punt.
001993     MOVE cert-coinciden TO cert-cifra.
001993     STRING "coinciden=" DELIMITED BY SIZE,
001993            FUNCTION TRIM(cert-cifra) DELIMITED BY SIZE
001993            INTO oper-resultado WITH POINTER oper-punt
001993     END-STRING.
001993     COMPUTE cert-cifra = cert-discrepan + cert-no-repetibles.
001993     STRING " fallos=" DELIMITED BY SIZE,
001993            FUNCTION TRIM(cert-cifra) DELIMITED BY SIZE,
001993            " control=" DELIMITED BY SIZE,
001993            control-disp DELIMITED BY SIZE
001993            INTO oper-resultado WITH POINTER oper-punt
001993     END-STRING.
001993     PERFORM REGISTRAR-OPERACION.
001993     IF cert-ficheros = 0 THEN
001993       DISPLAY "NADA QUE CERTIFICAR: no existe ninguno de los"
001993       DISPLAY "ficheros pedidos."
001993       MOVE 8 TO RETURN-CODE
001993       STOP RUN
001993     END-IF.
001993     IF cert-discrepan = 0 AND cert-no-repetibles = 0 THEN
001993       DISPLAY "CERTIFICADO: TODAS LAS TIRADAS COINCIDEN."
001993       MOVE 0 TO RETURN-CODE
001993     ELSE
001993       DISPLAY "CERTIFICADO CON DISCREPANCIAS: NO DESPLEGAR."
001993       MOVE 4 TO RETURN-CODE
001993     END-IF.
001993     STOP RUN.

001993** Un archivo mensual de la mesa, registro a registro. Las
001993** filas marcador de una anulacion ("A") no son tiradas:
001993   CERTIFICAR-ARCHIVO.
001993     MOVE cert-origen(cert-i) TO verificar-mes.
001993     MOVE SPACES TO ws-arc-nombre.
001993     STRING mesa-prefijo DELIMITED BY SPACE,
001993            "dados-" DELIMITED BY SIZE,
001993            cert-origen(cert-i) DELIMITED BY SIZE,
001993            ".arc" DELIMITED BY SIZE
001993            INTO ws-arc-nombre
001993     END-STRING.
001993     MOVE ws-arc-nombre TO cert-origen-txt.
001993     SET fin-arc TO FALSE.
001993     MOVE 0 TO ver-linea-num.
001993     OPEN INPUT f-arc.
001993     IF ws-arc-status NOT = "00" THEN
001993       ADD 1 TO cert-ausentes
001993       DISPLAY "Aviso: no existe el archivo ",
001993               FUNCTION TRIM(cert-origen-txt), "."
001993       EXIT PARAGRAPH
001993     END-IF.
001993     ADD 1 TO cert-ficheros.
001993     PERFORM UNTIL fin-arc
001993       READ f-arc
001993         AT END SET fin-arc TO TRUE
001993         NOT AT END
001993           ADD 1 TO ver-linea-num, cert-leidas
001993           IF arc-anulada = "A" OR arc-expr = SPACES THEN
001993             ADD 1 TO cert-otras
001993           ELSE
001993             PERFORM CARGAR-TIRADA-ARC
001993             MOVE arc-numbloq TO cert-numbloq
001993             PERFORM VARYING i FROM 1 BY 1 UNTIL i > 20
001993               MOVE arc-bloque(i) TO cert-bloque(i)
001993             END-PERFORM
001993             PERFORM CERTIFICAR-ENTRADA
001993           END-IF
001993       END-READ
001993     END-PERFORM.
001993     CLOSE f-arc.
001993     EXIT.

001993** El log vivo de la mesa, linea a linea. Los apuntes que no
001993** son tiradas (anulaciones) se cuentan aparte:
001993   CERTIFICAR-LOG.
001993     MOVE 0 TO verificar-mes.
001993     MOVE ws-log-nombre TO cert-origen-txt.
001993     SET fin-ver TO FALSE.
001993     MOVE 0 TO ver-linea-num.
001993     OPEN INPUT f-log.
001993     IF ws-log-status NOT = "00" THEN
001993       ADD 1 TO cert-ausentes
001993       DISPLAY "Aviso: no existe ",
001993               FUNCTION TRIM(cert-origen-txt), "."
001993       EXIT PARAGRAPH
001993     END-IF.
001993     ADD 1 TO cert-ficheros.
001993     PERFORM UNTIL fin-ver
001993       READ f-log INTO reg-log
001993         AT END SET fin-ver TO TRUE
001993         NOT AT END
001993           ADD 1 TO ver-linea-num, cert-leidas
001993           PERFORM TROCEAR-ENTRADA-LOG
001993           IF ver-expr = SPACES OR ver-result-txt = SPACES THEN
001993             ADD 1 TO cert-otras
001993           ELSE
001993             PERFORM PARTIR-BLOQUES-LOG
001993             PERFORM CERTIFICAR-ENTRADA
001993           END-IF
001993       END-READ
001993     END-PERFORM.
001993     CLOSE f-log.
001993     EXIT.

001993** "bloques=[...]" del log en la tabla de dados registrados,
001993** partido como lo parte DadosRotar al archivar (bloques con
001993** ";" y valores con ","):
001993   PARTIR-BLOQUES-LOG.
001993     INITIALIZE cert-registrado.
001993     INSPECT ver-bloques REPLACING ALL "]" BY SPACE.
001993     MOVE 1 TO cert-punt.
001993     MOVE FUNCTION STORED-CHAR-LENGTH(ver-bloques) TO cert-long.
001993     PERFORM UNTIL cert-punt > cert-long OR cert-numbloq = 20
001993       MOVE SPACES TO cert-texto-bloque
001993       UNSTRING ver-bloques DELIMITED BY ";"
001993         INTO cert-texto-bloque WITH POINTER cert-punt
001993       END-UNSTRING
001993       ADD 1 TO cert-numbloq
001993       PERFORM PARTIR-VALORES-LOG
001993     END-PERFORM.
001993     EXIT.

001993   PARTIR-VALORES-LOG.
001993     MOVE 1 TO cert-punt-v.
001993     MOVE FUNCTION STORED-CHAR-LENGTH(cert-texto-bloque)
001993          TO cert-long-v.
001993     PERFORM UNTIL cert-punt-v > cert-long-v OR
001993                   cert-b-numvals(cert-numbloq) = 198
001993       MOVE SPACES TO cert-val-txt
001993       UNSTRING cert-texto-bloque DELIMITED BY ","
001993         INTO cert-val-txt WITH POINTER cert-punt-v
001993       END-UNSTRING
001993       IF FUNCTION TRIM(cert-val-txt) NOT = SPACES THEN
001993         ADD 1 TO cert-b-numvals(cert-numbloq)
001993         MOVE FUNCTION TRIM(cert-val-txt)
001993              TO cert-b-val(cert-numbloq,
001993                            cert-b-numvals(cert-numbloq))
001993       END-IF
001993     END-PERFORM.
001993     EXIT.

001993** Una tirada: repetirla, comparar dados, resultado y (en un
001993** robo) la carta, y encadenar lo repetido en el valor de
001993** control del certificado:
001993   CERTIFICAR-ENTRADA.
001993     IF ver-semilla-txt = SPACES OR
001993        FUNCTION TRIM(ver-semilla-txt) IS NOT NUMERIC THEN
001993       ADD 1 TO cert-sin-semilla
001993       EXIT PARAGRAPH
001993     END-IF.
001993     SET linea-rechazada TO FALSE.
001993     PERFORM REPETIR-CON-SEMILLA.
001993     MOVE ver-linea-num TO ver-linea-disp.
001993     IF linea-rechazada THEN
001993       ADD 1 TO cert-no-repetibles
001993       DISPLAY "NO REPETIBLE: ", FUNCTION TRIM(cert-origen-txt),
001993               ", linea ", FUNCTION TRIM(ver-linea-disp), ": ",
001993               FUNCTION TRIM(ver-expr),
001993               " (la expresion ya no se acepta)."
001993       SET linea-rechazada TO FALSE
001993       EXIT PARAGRAPH
001993     END-IF.
001993     ADD 1 TO cert-repetidas.
001993     MOVE result TO resultdisp.
001993     MOVE SPACES TO resultsigno.
001993     IF result < 0 THEN
001993       MOVE "-" TO resultsigno
001993     END-IF.
001993     PERFORM MONTAR-BLOQUES-REPETIDOS.
001993     SET cert-coincide TO TRUE.
001993     IF result NOT = ver-result THEN
001993       SET cert-coincide TO FALSE
001993     END-IF.
001993     PERFORM COTEJAR-BLOQUES.
001993     SET carta-discrepante TO FALSE.
001993     IF ver-mazo-txt NOT = SPACES THEN
001993       PERFORM COMPROBAR-CARTA-LEIDA
001993       IF carta-discrepante THEN
001993         SET cert-coincide TO FALSE
001993       END-IF
001993     END-IF.
001993     MOVE SPACES TO cert-linea.
001993     STRING cert-origen(cert-i) DELIMITED BY SPACE,
001993            "/" DELIMITED BY SIZE,
001993            FUNCTION TRIM(ver-linea-disp) DELIMITED BY SIZE,
001993            " " DELIMITED BY SIZE,
001993            FUNCTION TRIM(ver-expr) DELIMITED BY SIZE,
001993            " [" DELIMITED BY SIZE,
001993            FUNCTION TRIM(cert-rep-bloques) DELIMITED BY SIZE,
001993            "] = " DELIMITED BY SIZE,
001993            FUNCTION TRIM(resultsigno) DELIMITED BY SIZE,
001993            FUNCTION TRIM(resultdisp) DELIMITED BY SIZE
001993            INTO cert-linea
001993     END-STRING.
001993     MOVE cert-linea TO parte-datos.
001993     MOVE cert-control TO control-prev.
001993     PERFORM CALCULAR-CONTROL.
001993     MOVE control-calc TO cert-control.
001993     IF cert-coincide THEN
001993       ADD 1 TO cert-coinciden
001993     ELSE
001993       ADD 1 TO cert-discrepan
001993       PERFORM MOSTRAR-DISCREPANCIA
001993     END-IF.
001993     EXIT.

001993** Dado a dado: el mismo numero de bloques, el mismo numero de
001993** valores en cada uno y el mismo valor en cada dado. Los
001993** fudge se comparan por su sentido (+, blanco, -), no por el
001993** simbolo, que depende de la salida con que se tiro:
001993   COTEJAR-BLOQUES.
001993     IF cert-numbloq NOT = numtiradas THEN
001993       SET cert-coincide TO FALSE
001993       EXIT PARAGRAPH
001993     END-IF.
001993     PERFORM VARYING i FROM 1 BY 1
001993             UNTIL i > numtiradas OR NOT cert-coincide
001993       IF numdados(i) = 0 THEN
001993         IF cert-b-numvals(i) NOT = 1 OR
001993            FUNCTION TRIM(cert-b-val(i, 1)) IS NOT NUMERIC
001993         THEN
001993           SET cert-coincide TO FALSE
001993         ELSE
001993           IF FUNCTION NUMVAL(cert-b-val(i, 1)) NOT = mod(i)
001993           THEN
001993             SET cert-coincide TO FALSE
001993           END-IF
001993         END-IF
001993       ELSE
001993         IF cert-b-numvals(i) NOT = numdados(i) THEN
001993           SET cert-coincide TO FALSE
001993         END-IF
001993         PERFORM VARYING j FROM 1 BY 1
001993                 UNTIL j > numdados(i) OR NOT cert-coincide
001993           PERFORM COTEJAR-VALOR
001993         END-PERFORM
001993       END-IF
001993     END-PERFORM.
001993     EXIT.

001993   COTEJAR-VALOR.
001993     IF fudge(i) THEN
001993       EVALUATE TRUE
001993         WHEN cert-b-val(i, j) = "+" OR
001993              cert-b-val(i, j) = X"E29C85"
001993           MOVE 3 TO cert-fudge
001993         WHEN cert-b-val(i, j) = "-" OR
001993              cert-b-val(i, j) = X"E29D8C"
001993           MOVE 1 TO cert-fudge
001993         WHEN OTHER
001993           MOVE 2 TO cert-fudge
001993       END-EVALUATE
001993       IF cert-fudge NOT = fudgedisp(i, j) THEN
001993         SET cert-coincide TO FALSE
001993       END-IF
001993     ELSE
001993       IF FUNCTION TRIM(cert-b-val(i, j)) IS NOT NUMERIC THEN
001993         SET cert-coincide TO FALSE
001993       ELSE
001993         IF FUNCTION NUMVAL(cert-b-val(i, j))
001993            NOT = valororg(i, j) THEN
001993           SET cert-coincide TO FALSE
001993         END-IF
001993       END-IF
001993     END-IF.
001993     EXIT.

001993** Los dados repetidos en el formato de "bloques=" del log
001993** (los fudge como "+", "0" y "-", sea cual sea la salida):
001993   MONTAR-BLOQUES-REPETIDOS.
001993     MOVE SPACES TO cert-rep-bloques.
001993     MOVE 1 TO cert-punt.
001993     PERFORM VARYING i FROM 1 BY 1 UNTIL i > numtiradas
001993       IF i > 1 THEN
001993         STRING "; " DELIMITED BY SIZE
001993                INTO cert-rep-bloques WITH POINTER cert-punt
001993         END-STRING
001993       END-IF
001993       IF numdados(i) = 0 THEN
001993         MOVE mod(i) TO log-valor
001993         STRING FUNCTION TRIM(log-valor) DELIMITED BY SIZE
001993                INTO cert-rep-bloques WITH POINTER cert-punt
001993         END-STRING
001993       ELSE
001993         PERFORM VARYING j FROM 1 BY 1 UNTIL j > numdados(i)
001993           IF j > 1 THEN
001993             STRING "," DELIMITED BY SIZE
001993                    INTO cert-rep-bloques WITH POINTER cert-punt
001993             END-STRING
001993           END-IF
001993           IF fudge(i) THEN
001993             EVALUATE fudgedisp(i, j)
001993               WHEN 1 MOVE "-" TO cert-val-txt
001993               WHEN 3 MOVE "+" TO cert-val-txt
001993               WHEN OTHER MOVE "0" TO cert-val-txt
001993             END-EVALUATE
001993           ELSE
001993             MOVE valororg(i, j) TO log-valor
001993             MOVE FUNCTION TRIM(log-valor) TO cert-val-txt
001993           END-IF
001993           STRING FUNCTION TRIM(cert-val-txt) DELIMITED BY SIZE
001993                  INTO cert-rep-bloques WITH POINTER cert-punt
001993           END-STRING
001993         END-PERFORM
001993       END-IF
001993     END-PERFORM.
001993     EXIT.

001993** Los dados registrados, en el mismo formato, para el detalle:
001993   MONTAR-BLOQUES-REGISTRADOS.
001993     MOVE SPACES TO cert-reg-bloques.
001993     MOVE 1 TO cert-punt.
001993     PERFORM VARYING i FROM 1 BY 1 UNTIL i > cert-numbloq
001993       IF i > 1 THEN
001993         STRING "; " DELIMITED BY SIZE
001993                INTO cert-reg-bloques WITH POINTER cert-punt
001993         END-STRING
001993       END-IF
001993       PERFORM VARYING j FROM 1 BY 1
001993               UNTIL j > cert-b-numvals(i)
001993         IF j > 1 THEN
001993           STRING "," DELIMITED BY SIZE
001993                  INTO cert-reg-bloques WITH POINTER cert-punt
001993           END-STRING
001993         END-IF
001993         STRING FUNCTION TRIM(cert-b-val(i, j)) DELIMITED BY SIZE
001993                INTO cert-reg-bloques WITH POINTER cert-punt
001993         END-STRING
001993       END-PERFORM
001993     END-PERFORM.
001993     EXIT.

001993** El detalle de una tirada que no coincide, con la misma
001993** referencia que acepta "--verificar=" para repetirla a mano:
001993   MOSTRAR-DISCREPANCIA.
001993     PERFORM MONTAR-BLOQUES-REGISTRADOS.
001993     IF verificar-mes > 0 THEN
001993       DISPLAY "DISCREPANCIA: ", FUNCTION TRIM(cert-origen-txt),
001993               " (--verificar=", cert-origen(cert-i), "/",
001993               FUNCTION TRIM(ver-linea-disp), "): ",
001993               FUNCTION TRIM(ver-expr), " (semilla ",
001993               FUNCTION TRIM(ver-semilla-txt), ")"
001993     ELSE
001993       DISPLAY "DISCREPANCIA: ", FUNCTION TRIM(cert-origen-txt),
001993               " (--verificar=", FUNCTION TRIM(ver-linea-disp),
001993               "): ", FUNCTION TRIM(ver-expr), " (semilla ",
001993               FUNCTION TRIM(ver-semilla-txt), ")"
001993     END-IF.
001993     DISPLAY "  registrado: [", FUNCTION TRIM(cert-reg-bloques),
001993             "] = ", FUNCTION TRIM(ver-result-txt).
001993     DISPLAY "  repetido:   [", FUNCTION TRIM(cert-rep-bloques),
001993             "] = ", FUNCTION TRIM(resultsigno),
001993             FUNCTION TRIM(resultdisp).
001993     IF carta-discrepante THEN
001993       DISPLAY "  carta registrada: ",
001993               FUNCTION TRIM(ver-carta-txt),
001993               " / repetida: carta ", FUNCTION TRIM(mazo-disp2)
001993     END-IF.
001993     EXIT.

001993** Comprobar y consumir la cuota diaria de tiradas del usuario
001993** en vigor. Sin cuotas.dat no se limita nada; un usuario con
001993** "denegar=" no tira nunca; si no hay regla propia rige la
001993     EXIT.

001993** Cargar las reglas de cuotas.dat en memoria (una sola vez;
001993** en modo servidor se recargan si el fichero cambia, como
001993** las macros). Lineas: "usuario=N" (tope diario propio),
001993** "defecto=N" (tope para el resto) y "denegar=usuario":
001993   CARGAR-CUOTAS.
001993     SET cuotas-cargadas TO TRUE.
001993     MOVE ws-cuotas-nombre TO huella-nombre.
001993     PERFORM TOMAR-HUELLA.
001993     MOVE huella-actual TO huella-cuotas.
001993     SET cuotas-ausentes TO FALSE.
001993     SET hay-cuota-defecto TO FALSE.
001993     MOVE 0 TO cuo-num, cuota-defecto.
001993     CLOSE f-cuotasdia.
001993     EXIT.

001993** "--abrir-sesion=NOMBRE" y "--cerrar-sesion=NOMBRE": el nombre
001993** sigue las reglas de "--sesion=", y solo cabe una de las dos
001993** por orden:
001993   LEER-ARG-SESION-COMPROMETIDA.
001993     IF FUNCTION TRIM(sesion-arg-temp) = SPACES OR
001993        abrir-sesion-modo OR cerrar-sesion-modo THEN
001993       MOVE arg TO cosa-erronea
001993       SET err-arg-absurdo TO TRUE
001993       PERFORM ERROR-SALIDA
001993     END-IF.
001993     MOVE FUNCTION TRIM(sesion-arg-temp) TO ws-sesion-nombre.
001993     EXIT.

001993** Abrir una sesion con semillas comprometidas: un secreto nuevo
001993** de /dev/urandom, su huella (el SHA-256 de "NOMBRE:SECRETO") y
001993** el alta en sesiones.idx, bajo el cerrojo. Un nombre que ya
001993** tuvo compromiso, abierto o cerrado, no vuelve a valer. Solo se
001993** publica la huella: en pantalla, para que el master la pase a
001993** los jugadores, y en operaciones.log. Termina por su cuenta:
001993   ABRIR-SESION.
001993     PERFORM GENERAR-SECRETO.
001993     IF sesion-secreto = SPACES THEN
001993       IF idioma-ingles THEN
001993         DISPLAY "ERROR: could not read /dev/urandom; the"
001993         DISPLAY "session was NOT opened."
001993       ELSE
001993         DISPLAY "ERROR: no se pudo leer /dev/urandom; la"
001993         DISPLAY "sesion NO se ha abierto."
001993       END-IF
001993       MOVE 8 TO RETURN-CODE
001993       STOP RUN
001993     END-IF.
001993     MOVE SPACES TO res-texto.
001993     MOVE 1 TO sesion-punt.
001993     STRING FUNCTION TRIM(ws-sesion-nombre) DELIMITED BY SIZE,
001993            ":" DELIMITED BY SIZE,
001993            sesion-secreto DELIMITED BY SIZE
001993            INTO res-texto WITH POINTER sesion-punt
001993     END-STRING.
001993     COMPUTE res-largo = sesion-punt - 1.
001993     PERFORM CALCULAR-RESUMEN.
001993     PERFORM OBTENER-CERROJO.
001993     IF NOT cerrojo-obtenido THEN
001993       PERFORM AVISAR-CERROJO-SESION
001993       STOP RUN
001993     END-IF.
001993     OPEN I-O f-sesiones.
001993     IF ws-sesiones-status = "35" THEN
001993       OPEN OUTPUT f-sesiones
001993       IF ws-sesiones-status = "00" THEN
001993         CLOSE f-sesiones
001993         OPEN I-O f-sesiones
001993       END-IF
001993     END-IF.
001993** Sin sesiones.idx no se guarda el secreto, y una huella
001993** publicada sin secreto guardado no se podria revelar nunca:
001993     IF ws-sesiones-status NOT = "00" THEN
001993       PERFORM SOLTAR-CERROJO
001993       PERFORM AVISAR-FALLO-SESIONES
001993       STOP RUN
001993     END-IF.
001993     MOVE ws-sesion-nombre TO ses-clave.
001993     SET sesion-hallada TO TRUE.
001993     READ f-sesiones
001993       INVALID KEY SET sesion-hallada TO FALSE
001993     END-READ.
001993     IF sesion-hallada THEN
001993       CLOSE f-sesiones
001993       PERFORM SOLTAR-CERROJO
001993       IF idioma-ingles THEN
001993         DISPLAY "ERROR: session ",
001993                 FUNCTION TRIM(ws-sesion-nombre),
001993                 " was already opened on ",
001993                 ses-fecha-abre(1:4), "-",
001993                 ses-fecha-abre(5:2), "-", ses-fecha-abre(7:2),
001993                 "; choose another name."
001993       ELSE
001993         DISPLAY "ERROR: la sesion ",
001993                 FUNCTION TRIM(ws-sesion-nombre),
001993                 " ya se abrio el ",
001993                 ses-fecha-abre(1:4), "-",
001993                 ses-fecha-abre(5:2), "-", ses-fecha-abre(7:2),
001993                 "; elige otro nombre."
001993       END-IF
001993       MOVE 8 TO RETURN-CODE
001993       STOP RUN
001993     END-IF.
001993     MOVE SPACES TO reg-sesion.
001993     MOVE ws-sesion-nombre TO ses-clave.
001993     SET ses-abierta TO TRUE.
001993     MOVE res-hex TO ses-huella.
001993     MOVE sesion-secreto TO ses-secreto.
001993     MOVE 0 TO ses-contador.
001993     MOVE FUNCTION CURRENT-DATE(1:14) TO ses-fecha-abre.
001993     WRITE reg-sesion
001993       INVALID KEY SET sesion-hallada TO TRUE
001993     END-WRITE.
001993     IF ws-sesiones-status NOT = "00" THEN
001993       SET sesion-hallada TO TRUE
001993     END-IF.
001993     CLOSE f-sesiones.
001993     IF sesion-hallada THEN
001993       PERFORM SOLTAR-CERROJO
001993       PERFORM AVISAR-FALLO-SESIONES
001993       STOP RUN
001993     END-IF.
001993     PERFORM ANOTAR-MESA.
001993     PERFORM SOLTAR-CERROJO.
001993     MOVE "abrir-sesion" TO oper-accion.
001993     MOVE SPACES TO oper-params.
001993     STRING "sesion=" DELIMITED BY SIZE,
001993            FUNCTION TRIM(ws-sesion-nombre) DELIMITED BY SIZE,
001993            " huella=" DELIMITED BY SIZE,
001993            res-hex DELIMITED BY SIZE
001993            INTO oper-params
001993     END-STRING.
001993     MOVE "abierta" TO oper-resultado.
001993     PERFORM ANOTAR-OPERACION-SESION.
001993     IF idioma-ingles THEN
001993       DISPLAY "Session ", FUNCTION TRIM(ws-sesion-nombre),
001993               " opened with committed seeds."
001993       DISPLAY "Fingerprint of its secret (publish it now):"
001993       DISPLAY res-hex
001993       DISPLAY "Every roll with --sesion=",
001993               FUNCTION TRIM(ws-sesion-nombre),
001993               " takes its seed from the secret;"
001993       DISPLAY "--cerrar-sesion=",
001993               FUNCTION TRIM(ws-sesion-nombre),
001993               " will publish the secret."
001993     ELSE
001993       DISPLAY "Sesion ", FUNCTION TRIM(ws-sesion-nombre),
001993               " abierta con semillas comprometidas."
001993       DISPLAY "Huella de su secreto (publicala ahora):"
001993       DISPLAY res-hex
001993       DISPLAY "Cada tirada con --sesion=",
001993               FUNCTION TRIM(ws-sesion-nombre),
001993               " toma su semilla del secreto;"
001993       DISPLAY "--cerrar-sesion=",
001993               FUNCTION TRIM(ws-sesion-nombre),
001993               " publicara el secreto."
001993     END-IF.
001993     STOP RUN.

001993** Cerrar una sesion comprometida: ya no admite tiradas y su
001993** secreto se publica, en pantalla y en operaciones.log, con el
001993** numero de semillas repartidas, para que cualquiera compruebe
001993** con DadosSesiones que cada una salio de el. Cerrarla otra vez
001993** vuelve a publicar el secreto (por si la primera vez no llego a
001993** operaciones.log) sin cambiar nada. Termina por su cuenta:
001993   CERRAR-SESION.
001993     PERFORM OBTENER-CERROJO.
001993     IF NOT cerrojo-obtenido THEN
001993       PERFORM AVISAR-CERROJO-SESION
001993       STOP RUN
001993     END-IF.
001993     SET sesion-hallada TO FALSE.
001993     OPEN I-O f-sesiones.
001993     IF ws-sesiones-status NOT = "00" AND
001993        ws-sesiones-status NOT = "35" THEN
001993       PERFORM SOLTAR-CERROJO
001993       PERFORM AVISAR-FALLO-SESIONES
001993       STOP RUN
001993     END-IF.
001993     IF ws-sesiones-status = "00" THEN
001993       MOVE ws-sesion-nombre TO ses-clave
001993       SET sesion-hallada TO TRUE
001993       READ f-sesiones
001993         INVALID KEY SET sesion-hallada TO FALSE
001993       END-READ
001993       IF NOT sesion-hallada THEN
001993         CLOSE f-sesiones
001993       END-IF
001993     END-IF.
001993     IF NOT sesion-hallada THEN
001993       PERFORM SOLTAR-CERROJO
001993       IF idioma-ingles THEN
001993         DISPLAY "ERROR: session ",
001993                 FUNCTION TRIM(ws-sesion-nombre),
001993                 " has no committed seeds (it was never opened"
001993         DISPLAY "with --abrir-sesion=)."
001993       ELSE
001993         DISPLAY "ERROR: la sesion ",
001993                 FUNCTION TRIM(ws-sesion-nombre),
001993                 " no tiene semillas comprometidas (no se abrio"
001993         DISPLAY "con --abrir-sesion=)."
001993       END-IF
001993       MOVE 8 TO RETURN-CODE
001993       STOP RUN
001993     END-IF.
001993     IF ses-cerrada THEN
001993       CLOSE f-sesiones
001993       PERFORM SOLTAR-CERROJO
001993     ELSE
001993       SET ses-cerrada TO TRUE
001993       MOVE FUNCTION CURRENT-DATE(1:14) TO ses-fecha-cierre
001993       REWRITE reg-sesion
001993         INVALID KEY SET sesion-hallada TO FALSE
001993       END-REWRITE
001993       IF ws-sesiones-status NOT = "00" THEN
001993         SET sesion-hallada TO FALSE
001993       END-IF
001993       CLOSE f-sesiones
001993       PERFORM SOLTAR-CERROJO
001993       IF NOT sesion-hallada THEN
001993         PERFORM AVISAR-FALLO-SESIONES
001993         STOP RUN
001993       END-IF
001993     END-IF.
001993     MOVE ses-contador TO sesion-cifra.
001993     MOVE "cerrar-sesion" TO oper-accion.
001993     MOVE SPACES TO oper-params, oper-resultado.
001993     STRING "sesion=" DELIMITED BY SIZE,
001993            FUNCTION TRIM(ws-sesion-nombre) DELIMITED BY SIZE,
001993            " secreto=" DELIMITED BY SIZE,
001993            ses-secreto DELIMITED BY SIZE
001993            INTO oper-params
001993     END-STRING.
001993     STRING "semillas=" DELIMITED BY SIZE,
001993            FUNCTION TRIM(sesion-cifra) DELIMITED BY SIZE
001993            INTO oper-resultado
001993     END-STRING.
001993     PERFORM ANOTAR-OPERACION-SESION.
001993     PERFORM MOSTRAR-SESION-CERRADA.
001993     STOP RUN.

001993   MOSTRAR-SESION-CERRADA.
001993     MOVE ses-contador TO sesion-cifra.
001993     IF idioma-ingles THEN
001993       DISPLAY "Session ", FUNCTION TRIM(ws-sesion-nombre),
001993               " closed on ",
001993               ses-fecha-cierre(1:4), "-",
001993               ses-fecha-cierre(5:2), "-", ses-fecha-cierre(7:2),
001993               " after ",
001993               FUNCTION TRIM(sesion-cifra), " seeds."
001993       DISPLAY "Secret:      ", ses-secreto
001993       DISPLAY "Fingerprint: ", ses-huella
001993       DISPLAY "Check it with DadosSesiones --sesion=",
001993               FUNCTION TRIM(ws-sesion-nombre)
001993     ELSE
001993       DISPLAY "Sesion ", FUNCTION TRIM(ws-sesion-nombre),
001993               " cerrada el ",
001993               ses-fecha-cierre(1:4), "-",
001993               ses-fecha-cierre(5:2), "-", ses-fecha-cierre(7:2),
001993               " tras ",
001993               FUNCTION TRIM(sesion-cifra), " semillas."
001993       DISPLAY "Secreto: ", ses-secreto
001993       DISPLAY "Huella:  ", ses-huella
001993       DISPLAY "Compruebala con DadosSesiones --sesion=",
001993               FUNCTION TRIM(ws-sesion-nombre)
001993     END-IF.
001993     EXIT.

001993** La apertura y el cierre se publican en operaciones.log: si
001993** el cerrojo no deja anotarlos, la sesion ya cambio igual, pero
001993** el codigo de salida lo dice para que se repita la publicacion
001993** a mano:
001993   ANOTAR-OPERACION-SESION.
001993     PERFORM REGISTRAR-OPERACION.
001993     IF cerrojo-obtenido THEN
001993       MOVE 0 TO RETURN-CODE
001993     ELSE
001993       MOVE 4 TO RETURN-CODE
001993     END-IF.
001993     EXIT.

001993** Antes de tirar con "--sesion=" de una sesion comprometida, la
001993** semilla no es libre: bajo el cerrojo se toma el siguiente
001993** numero de su contador y la semilla sale del secreto y de ese
001993** numero. Se llama justo despues de cobrar la cuota, una vez
001993** por orden (o por linea del modo de archivo), para que los
001993** rechazos de antes no gasten numeros. Una sesion que no se
001993** abrio con "--abrir-sesion=" sigue siendo una simple etiqueta
001993** (y no hace falta el cerrojo para saberlo); una cerrada ya no
001993** admite tiradas, y en ninguna comprometida vale "--semilla=":
001993   SEMBRAR-SESION.
001993     SET sesion-sembrada TO FALSE.
001993     IF NOT sesion-modo THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     OPEN INPUT f-sesiones.
001993     IF ws-sesiones-status = "35" THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     IF ws-sesiones-status = "00" THEN
001993       MOVE ws-sesion-nombre TO ses-clave
001993       SET sesion-hallada TO TRUE
001993       READ f-sesiones
001993         INVALID KEY SET sesion-hallada TO FALSE
001993       END-READ
001993       CLOSE f-sesiones
001993       IF NOT sesion-hallada THEN
001993         EXIT PARAGRAPH
001993       END-IF
001993     END-IF.
001993     PERFORM OBTENER-CERROJO.
001993     IF NOT cerrojo-obtenido THEN
001993       PERFORM AVISAR-SIN-SEMILLA
001993       EXIT PARAGRAPH
001993     END-IF.
001993     OPEN I-O f-sesiones.
001993     IF ws-sesiones-status NOT = "00" THEN
001993       PERFORM SOLTAR-CERROJO
001993       PERFORM AVISAR-SIN-SEMILLA
001993       EXIT PARAGRAPH
001993     END-IF.
001993     MOVE ws-sesion-nombre TO ses-clave.
001993     SET sesion-hallada TO TRUE.
001993     READ f-sesiones
001993       INVALID KEY SET sesion-hallada TO FALSE
001993     END-READ.
001993     IF NOT sesion-hallada OR ses-cerrada OR semilla-manual THEN
001993       CLOSE f-sesiones
001993       PERFORM SOLTAR-CERROJO
001993       IF NOT sesion-hallada THEN
001993         EXIT PARAGRAPH
001993       END-IF
001993       MOVE ws-sesion-nombre TO cosa-erronea
001993       IF ses-cerrada THEN
001993         SET err-sesion-cerrada TO TRUE
001993       ELSE
001993         SET err-semilla-comprometida TO TRUE
001993       END-IF
001993       PERFORM ERROR-SALIDA
001993       EXIT PARAGRAPH
001993     END-IF.
001993     ADD 1 TO ses-contador.
001993     REWRITE reg-sesion
001993       INVALID KEY SET sesion-hallada TO FALSE
001993     END-REWRITE.
001993     CLOSE f-sesiones.
001993     PERFORM SOLTAR-CERROJO.
001993     IF NOT sesion-hallada THEN
001993       PERFORM AVISAR-SIN-SEMILLA
001993       EXIT PARAGRAPH
001993     END-IF.
001993     MOVE ses-contador TO sesion-contador.
001993     MOVE ses-secreto TO sesion-secreto.
001993     PERFORM DERIVAR-SEMILLA-SESION.
001993     COMPUTE wn-dado = FUNCTION RANDOM(wn-semilla).
001993     MOVE 0 TO wn-consumidos.
001993     SET sesion-sembrada TO TRUE.
001993     EXIT.

001993** La semilla del numero N de una sesion: la primera palabra del
001993** SHA-256 de "SECRETO:N" (N sin ceros delante), modulo 10^8. Es
001993** la misma cuenta que repite DadosSesiones con el secreto ya
001993** publicado:
001993   DERIVAR-SEMILLA-SESION.
001993     MOVE sesion-contador TO sesion-cifra.
001993     MOVE SPACES TO res-texto.
001993     MOVE 1 TO sesion-punt.
001993     STRING sesion-secreto DELIMITED BY SIZE,
001993            ":" DELIMITED BY SIZE,
001993            FUNCTION TRIM(sesion-cifra) DELIMITED BY SIZE
001993            INTO res-texto WITH POINTER sesion-punt
001993     END-STRING.
001993     COMPUTE res-largo = sesion-punt - 1.
001993     PERFORM CALCULAR-RESUMEN.
001993     COMPUTE wn-semilla = FUNCTION MOD(res-primera, 100000000).
001993     EXIT.

001993** Dieciseis octetos de /dev/urandom, en 32 cifras hexadecimales.
001993** Si no se pueden leer, el secreto queda en blanco y la sesion
001993** no se abre (un secreto sacado de la hora se podria adivinar):
001993   GENERAR-SECRETO.
001993     MOVE SPACES TO sesion-secreto.
001993     OPEN INPUT f-azar.
001993     IF ws-azar-status NOT = "00" THEN
001993       EXIT PARAGRAPH
001993     END-IF.
001993     READ f-azar
001993       AT END CONTINUE
001993     END-READ.
001993     IF ws-azar-status = "00" THEN
001993       PERFORM VARYING sesion-i FROM 1 BY 1 UNTIL sesion-i > 16
001993         COMPUTE sesion-octeto =
001993                 FUNCTION ORD(reg-azar(sesion-i:1)) - 1
001993         DIVIDE sesion-octeto BY 16 GIVING sesion-alto
001993                REMAINDER sesion-bajo
001993         MOVE res-cifras(sesion-alto + 1:1)
001993           TO sesion-secreto(sesion-i * 2 - 1:1)
001993         MOVE res-cifras(sesion-bajo + 1:1)
001993           TO sesion-secreto(sesion-i * 2:1)
001993       END-PERFORM
001993     END-IF.
001993     CLOSE f-azar.
001993     EXIT.

001993   AVISAR-CERROJO-SESION.
001993     SET hubo-fallo-cerrojo TO TRUE.
001993     MOVE 8 TO RETURN-CODE.
001993     IF idioma-ingles THEN
001993       DISPLAY "WARNING: could not get the write lock"
001993       DISPLAY "(dados.lck busy); the session was NOT changed."
001993     ELSE
001993       DISPLAY "AVISO: no se pudo obtener el cerrojo de"
001993       DISPLAY "escritura (dados.lck ocupado); la sesion NO"
001993       DISPLAY "ha cambiado."
001993     END-IF.
001993     EXIT.

001993   AVISAR-FALLO-SESIONES.
001993     MOVE 8 TO RETURN-CODE.
001993     IF idioma-ingles THEN
001993       DISPLAY "ERROR: could not write ",
001993               FUNCTION TRIM(ws-sesiones-nombre),
001993               "; the session was NOT changed."
001993     ELSE
001993       DISPLAY "ERROR: no se pudo escribir ",
001993               FUNCTION TRIM(ws-sesiones-nombre),
001993               "; la sesion NO ha cambiado."
001993     END-IF.
001993     EXIT.

001993** Sin el siguiente numero del contador no hay semilla legitima
001993** para la sesion, asi que no se tira: en la linea de comandos se
001993** acaba, y en el servidor o el modo de archivo se rechaza esa
001993** peticion o esa linea:
001993   AVISAR-SIN-SEMILLA.
001993     SET hubo-fallo-cerrojo TO TRUE.
001993     MOVE 8 TO RETURN-CODE.
001993     IF idioma-ingles THEN
001993       DISPLAY "WARNING: could not take the next seed of session"
001993       DISPLAY FUNCTION TRIM(ws-sesion-nombre),
001993               " (dados.lck or sesiones.idx busy); this roll was"
001993       DISPLAY "NOT made."
001993     ELSE
001993       DISPLAY "AVISO: no se pudo tomar la siguiente semilla"
001993       DISPLAY "de la sesion ", FUNCTION TRIM(ws-sesion-nombre),
001993               " (dados.lck o sesiones.idx ocupados);"
001993       DISPLAY "esta tirada NO se ha hecho."
001993     END-IF.
001993     IF errores-en-respuesta OR errores-recuperables THEN
001993       SET linea-rechazada TO TRUE
001993     ELSE
001993       STOP RUN
001993     END-IF.
001993     EXIT.

001993** El calculo del SHA-256 de las huellas y las semillas:
001993     COPY "resumen_calculo.cpy".

001994** Si existe "limites.dat" (lineas "dados=N", "caras=N",
001995** "bloques=N"), sus valores sustituyen a los limites de siempre
001996** para esta ejecucion; si no existe, se dejan los valores por
001998** de "bloques" por encima de 20 se ignora, porque es el maximo
001999** que admiten las tablas de la tirada:
002000   LEER-LIMITES.
002000** (En modo servidor se relee si cambia: se parte siempre de
002000** los valores por defecto, por si se quito alguna linea.)
002000     MOVE 99 TO limite-dados.
002000     MOVE 99999 TO limite-caras.
002000     MOVE 20 TO limite-bloques.
002000     MOVE "limites.dat" TO huella-nombre.
002000     PERFORM TOMAR-HUELLA.
002000     MOVE huella-actual TO huella-limites.
002001     SET fin-limites TO FALSE.
002002     OPEN INPUT f-limites.
002003     IF ws-limites-status = "00" THEN
