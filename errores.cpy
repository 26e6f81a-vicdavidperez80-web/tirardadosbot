000360                    ' ningún grupo llamado "<expr />" en' &
000361                    ' <mono>grupos.dat</mono>. Revisa el' &
000362                    ' nombre o define el grupo primero.'.
000363         05 error-17 PIC X(256)
000363                    VALUE '<err>¡Error!</err> No hay ningún' &
000363                    ' combate en curso en esta mesa. Ábrelo' &
000363                    ' con <mono>--iniciativa --combate</mono>' &
000363                    ' y los participantes.'.
000363         05 error-18 PIC X(256)
000363                    VALUE '<err>¡Error!</err> No hay ningún' &
000363                    ' combatiente llamado "<expr />" en el' &
000363                    ' combate en curso. Revisa el nombre.'.
000363         05 error-19 PIC X(256)
000363                    VALUE '<err>¡Error!</err> Ya hay un' &
000363                    ' combatiente llamado "<expr />" en el' &
000363                    ' combate en curso. Usa otro nombre.'.
000363         05 error-20 PIC X(256)
000363                    VALUE '<err>¡Error!</err> No existe el' &
000363                    ' recurso "<expr />" en <mono>recursos' &
000363                    '.idx</mono>. Dalo de alta con <mono>' &
000363                    'DadosRecursos alta</mono> primero.'.
000363         05 error-21 PIC X(256)
000363                    VALUE '<err>¡Error!</err> No existe' &
000363                    ' ningún mazo llamado "<expr />" en <mono>' &
000363                    'mazos.dat</mono>. Revisa el nombre o' &
000363                    ' define el mazo primero.'.
000363         05 error-22 PIC X(256)
000363                    VALUE '<err>¡Error!</err> No quedan cartas' &
000363                    ' en el mazo "<expr />". Barájalo con' &
000363                    ' <mono>--barajar=</mono> antes de seguir' &
000363                    ' robando.'.
000363         05 error-23 PIC X(256)
000363                    VALUE '<err>¡Error!</err> El estado' &
000363                    ' guardado del mazo "<expr />" no casa' &
000363                    ' con su definición de <mono>mazos.dat' &
000363                    '</mono>.' &
000363                    ' Barájalo entero con <mono>--barajar=' &
000363                    'MAZO:todo</mono>.'.
000363         05 error-24 PIC X(256)
000363                    VALUE '<err>¡Error!</err> No hay en juego' &
000363                    ' ninguna carta "<expr />" que descartar.' &
000363                    ' Mira el mazo con <mono>--quedan=</mono>.'.
000363         05 error-25 PIC X(256)
000363                    VALUE '<err>¡Error!</err> El mazo' &
000363                    ' "<expr />" ha cambiado mientras se' &
000363                    ' robaba (otro robo a la vez). Vuelve a' &
000363                    ' intentarlo.'.
000363         05 error-26 PIC X(256)
000363                    VALUE '<err>¡Error!</err> La sesión' &
000363                    ' "<expr />" ya está cerrada: su secreto' &
000363                    ' se ha publicado y no admite más' &
000363                    ' tiradas.'.
000363         05 error-27 PIC X(256)
000363                    VALUE '<err>¡Error!</err> La sesión' &
000363                    ' "<expr />" tiene semillas comprometidas:' &
000363                    ' no se puede elegir la semilla con' &
000363                    ' <mono>--semilla=</mono>.'.
000363     01 FILLER REDEFINES lista-mensajes-error.
000364         05 mensaje-error OCCURS 27 TIMES PIC X(256).

