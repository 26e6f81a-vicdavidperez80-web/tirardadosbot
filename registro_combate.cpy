000000** Registro de anchura fija del combate en curso de una mesa
000010** ("combate.dat", o "ID.combate.dat" con "--mesa=ID"), que
000020** TirarDados escribe al abrir el combate con "--iniciativa
000030** --combate" y reescribe entero en cada cambio ("--turno",
000040** "--entra=", "--sale=", "--condicion="). Una cabecera con la
000050** ronda y el turno, un registro por combatiente en el orden
000060** de iniciativa y uno por condicion viva. Sin cabecera (o
000070** sin fichero) no hay combate en curso.
000080     01 reg-combate.
000090         05 cmb-tipo         PIC X.
000100             88 cmb-es-cabecera      VALUE "C".
000110             88 cmb-es-combatiente   VALUE "P".
000120             88 cmb-es-condicion     VALUE "K".
000130         05 cmb-datos        PIC X(199).
000140** Cabecera: ronda en curso, posicion del que actua en el
000150** orden y fecha en que se abrio el combate:
000160         05 FILLER REDEFINES cmb-datos.
000170             10 cmb-ronda    PIC 9(4).
000180             10 cmb-turno    PIC 99.
000190             10 cmb-inicio   PIC X(14).
000200             10 FILLER       PIC X(179).
000210** Combatiente: nombre, resultado de su iniciativa y la
000220** expresion con que se tiro (en blanco si fue su macro):
000230         05 FILLER REDEFINES cmb-datos.
000240             10 cmb-nombre   PIC X(32).
000250             10 cmb-result   PIC S9(7) SIGN LEADING SEPARATE.
000260             10 cmb-expr     PIC X(120).
000270             10 FILLER       PIC X(39).
000280** Condicion: a quien afecta, cual es y la ronda en la que
000290** deja de valer (la de su alta mas las rondas pedidas):
000300         05 FILLER REDEFINES cmb-datos.
000310             10 cmb-k-nombre PIC X(32).
000320             10 cmb-k-condicion PIC X(32).
000330             10 cmb-k-hasta  PIC 9(4).
000340             10 FILLER       PIC X(131).
