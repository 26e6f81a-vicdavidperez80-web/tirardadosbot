000000** Registro del fichero indexado de sesiones con semillas
000010** comprometidas ("sesiones.idx", o "ID.sesiones.idx" con
000020** "--mesa=ID"): uno por sesion abierta con "--abrir-sesion=",
000030** con su secreto (que no sale de aqui hasta el cierre), la
000040** huella que se publico al abrirla, el contador de semillas
000050** ya repartidas y las fechas de apertura y de cierre. Una
000060** sesion cerrada se queda en el fichero: su nombre no vuelve
000070** a valer para otra y sus tiradas ya no se admiten.
000080     01 reg-sesion.
000090         05 ses-clave        PIC X(32).
000100         05 ses-estado       PIC X(01).
000110             88 ses-abierta        VALUE "A".
000120             88 ses-cerrada        VALUE "C".
000130         05 ses-huella       PIC X(64).
000140         05 ses-secreto      PIC X(32).
000150         05 ses-contador     PIC 9(9).
000160         05 ses-fecha-abre   PIC X(14).
000170         05 ses-fecha-cierre PIC X(14).
000180         05 FILLER           PIC X(34).
