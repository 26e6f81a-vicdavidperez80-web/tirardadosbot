000000** Registro del fichero indexado de peticiones atendidas en modo
000010** servidor ("peticiones.idx", o "ID.peticiones.idx" con
000020** "--mesa=ID"): un registro por identificador de "--peticion=",
000030** con la fecha en que se atendio, la clase de orden y la
000040** primera entrada que dejo en dados.log (su numero de linea,
000050** su expresion y su resultado) y cuantas entradas fueron en
000060** total. Si el bot reenvia la misma peticion, TirarDados
000070** responde con esto en vez de tirar otra vez. Las ordenes que
000080** no tiran (combate, cuenta de un mazo, analisis) quedan con
000090** cero entradas. "--purgar-peticiones=DIAS" borra las viejas.
000100     01 reg-idpeticion.
000110         05 idp-clave        PIC X(64).
000120         05 idp-fecha        PIC X(14).
000130         05 idp-modo         PIC X(10).
000140         05 idp-linea        PIC 9(9).
000150         05 idp-tiradas      PIC 9(4).
000160         05 idp-expr         PIC X(120).
000170         05 idp-resultado    PIC X(16).
000180         05 FILLER           PIC X(23).
