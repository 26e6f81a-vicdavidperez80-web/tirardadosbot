000000** Registro del catalogo indexado de los archivos mensuales
000010** ("catalogo.idx", o "ID.catalogo.idx" con "--mesa=ID"). No
000020** guarda tiradas: cada registro es una entrada de indice que
000030** apunta a un registro de un dados-AAAAMM.arc por su mes y su
000040** numero de orden dentro del archivo (el mismo N de
000050** "--verificar=AAAAMM/N"). Tres clases de entrada comparten la
000060** clave; el mes y el numero del final la hacen unica aunque se
000070** repita el valor (un usuario tira muchas veces):
000080**   S  por numero de sello (tambien la fila marcador "A" de
000090**      una anulacion, que arrastra el sello anulado)
000100**   U  por usuario y fecha de la tirada
000110**   N  por etiqueta de sesion y fecha de la tirada
000120** Lo amplia DadosRotar al archivar, lo rehace entero
000130** DadosCatalogo y DadosCuadre comprueba que cuadra con los
000140** archivos.
000150     01 reg-catalogo.
000160         05 cat-clave.
000170             10 cat-tipo     PIC X.
000180                 88 cat-es-sello     VALUE "S".
000190                 88 cat-es-usuario   VALUE "U".
000200                 88 cat-es-sesion    VALUE "N".
000210             10 cat-valor    PIC X(74).
000220** Sello: el numero con ceros a la izquierda, para que las
000230** claves queden en orden numerico:
000240             10 FILLER REDEFINES cat-valor.
000250                 15 cat-sello    PIC 9(9).
000260                 15 FILLER       PIC X(65).
000270** Usuario: el identificador y la fecha (AAAAMMDDhhmmss):
000280             10 FILLER REDEFINES cat-valor.
000290                 15 cat-usuario  PIC X(60).
000300                 15 cat-u-fecha  PIC X(14).
000310** Sesion: la etiqueta y la fecha (AAAAMMDDhhmmss):
000320             10 FILLER REDEFINES cat-valor.
000330                 15 cat-sesion   PIC X(32).
000340                 15 cat-n-fecha  PIC X(14).
000350                 15 FILLER       PIC X(28).
000360             10 cat-mes      PIC X(6).
000370             10 cat-num      PIC 9(9).
000380         05 FILLER           PIC X(20).
