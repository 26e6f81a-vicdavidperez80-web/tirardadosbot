000000** Registro del fichero indexado de recursos de personaje
000010** ("recursos.idx", o "ID.recursos.idx" con "--mesa=ID"): un
000020** registro por recurso con clave "personaje.recurso" en
000030** minusculas ("brujo.pv", "brujo.flechas"), su valor actual,
000040** su maximo y la fecha del ultimo movimiento. Lo mantiene
000050** DadosRecursos (altas, ajustes, descansos) y TirarDados lo
000060** mueve con "--aplicar=" y "--curar="; cada cambio queda en
000070** el libro de movimientos recursos.log.
000080     01 reg-recurso.
000090         05 rec-clave        PIC X(64).
000100         05 rec-actual       PIC S9(7) SIGN LEADING SEPARATE.
000110         05 rec-maximo       PIC S9(7) SIGN LEADING SEPARATE.
000120         05 rec-fecha        PIC X(14).
000130         05 FILLER           PIC X(26).
