000000** Resumen SHA-256 (FIPS 180-4) de un texto corto, para los
000010** compromisos de semilla de las sesiones de juego: la huella
000020** que se publica al abrir una sesion y las semillas que salen
000030** de su secreto. Lo usan TirarDados y DadosSesiones, con el
000040** calculo en "resumen_calculo.cpy" (CALCULAR-RESUMEN).
000050** Entrada: "res-texto" con "res-largo" octetos (hasta 119,
000060** dos bloques). Salida: "res-hex", el resumen en 64 cifras
000070** hexadecimales en minusculas, y "res-primera", su primera
000080** palabra de 32 bits en decimal.
000090** Las palabras de 32 bits se guardan bit a bit (el 1 es el
000100** mas significativo): rotar es cambiar de casilla y las sumas
000110** se hacen con acarreo, sin aritmetica binaria del compilador.
000120     01 res-texto            PIC X(119) VALUE SPACES.
000130     77 res-largo            PIC 9(4) VALUE 0 USAGE IS COMP.
000140     01 res-hex              PIC X(64) VALUE SPACES.
000150     77 res-primera          PIC 9(10) VALUE 0 USAGE IS COMP.
000160** El texto ya rellenado, octeto a octeto (valor 0 a 255):
000170     01 res-octetos.
000180         05 res-octeto       PIC 9(3) USAGE IS COMP
000190                         OCCURS 128 TIMES.
000200     77 res-bloques          PIC 9 USAGE IS COMP.
000210     77 res-bloque           PIC 9 USAGE IS COMP.
000220     77 res-bits-largo       PIC 9(4) USAGE IS COMP.
000230     77 res-t                PIC 99 USAGE IS COMP.
000240     77 res-p                PIC 999 USAGE IS COMP.
000250     77 res-i                PIC 99 USAGE IS COMP.
000260     77 res-j                PIC S99 USAGE IS COMP.
000270     77 res-c                PIC 999 USAGE IS COMP.
000280     77 res-d1               PIC 99 USAGE IS COMP.
000290     77 res-d2               PIC 99 USAGE IS COMP.
000300     77 res-d3               PIC 99 USAGE IS COMP.
000310     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000320         88 res-desplaza           VALUE 1 FALSE 0.
000330     01 FILLER               PIC 9 VALUE 0 USAGE IS COMP.
000340         88 res-cargado            VALUE 1 FALSE 0.
000350** Estado del resumen (H1 a H8) y su valor inicial:
000360     01 res-estado.
000370         05 res-h            OCCURS 8 TIMES.
000380             10 res-h-bit    PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000390     01 res-inicial.
000400         05 res-h0           OCCURS 8 TIMES.
000410             10 res-h0-bit   PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000420** Variables de trabajo de cada ronda (a, b, c... h = 1 a 8):
000430     01 res-trabajo.
000440         05 res-v            OCCURS 8 TIMES.
000450             10 res-v-bit    PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000460** Las 64 palabras del bloque en curso ya extendidas:
000470     01 res-palabras.
000480         05 res-w            OCCURS 64 TIMES.
000490             10 res-w-bit    PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000500     01 res-constantes.
000510         05 res-k            OCCURS 64 TIMES.
000520             10 res-k-bit    PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000530** Palabras sueltas: la entrada de cada operacion, su salida, la
000540** suma que se va acumulando y los dos temporales de la ronda:
000550     01 res-x.
000560         05 res-x-bit        PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000570     01 res-r.
000580         05 res-r-bit        PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000590     01 res-acum.
000600         05 res-acum-bit     PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000610     01 res-t1.
000620         05 res-t1-bit       PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000630     01 res-t2.
000640         05 res-t2-bit       PIC 9 USAGE IS COMP OCCURS 32 TIMES.
000650     01 res-ocho             PIC X(8).
000660     01 res-cifras           PIC X(16) VALUE "0123456789abcdef".
000670** Las constantes de la norma en hexadecimal, que se pasan a
000680** bits la primera vez: las 64 de las rondas y las 8 iniciales.
000690     01 res-k-texto.
000700         05 FILLER           PIC X(32) VALUE
000710                "428a2f9871374491b5c0fbcfe9b5dba5".
000720         05 FILLER           PIC X(32) VALUE
000730                "3956c25b59f111f1923f82a4ab1c5ed5".
000740         05 FILLER           PIC X(32) VALUE
000750                "d807aa9812835b01243185be550c7dc3".
000760         05 FILLER           PIC X(32) VALUE
000770                "72be5d7480deb1fe9bdc06a7c19bf174".
000780         05 FILLER           PIC X(32) VALUE
000790                "e49b69c1efbe47860fc19dc6240ca1cc".
000800         05 FILLER           PIC X(32) VALUE
000810                "2de92c6f4a7484aa5cb0a9dc76f988da".
000820         05 FILLER           PIC X(32) VALUE
000830                "983e5152a831c66db00327c8bf597fc7".
000840         05 FILLER           PIC X(32) VALUE
000850                "c6e00bf3d5a7914706ca635114292967".
000860         05 FILLER           PIC X(32) VALUE
000870                "27b70a852e1b21384d2c6dfc53380d13".
000880         05 FILLER           PIC X(32) VALUE
000890                "650a7354766a0abb81c2c92e92722c85".
000900         05 FILLER           PIC X(32) VALUE
000910                "a2bfe8a1a81a664bc24b8b70c76c51a3".
000920         05 FILLER           PIC X(32) VALUE
000930                "d192e819d6990624f40e3585106aa070".
000940         05 FILLER           PIC X(32) VALUE
000950                "19a4c1161e376c082748774c34b0bcb5".
000960         05 FILLER           PIC X(32) VALUE
000970                "391c0cb34ed8aa4a5b9cca4f682e6ff3".
000980         05 FILLER           PIC X(32) VALUE
000990                "748f82ee78a5636f84c878148cc70208".
001000         05 FILLER           PIC X(32) VALUE
001010                "90befffaa4506cebbef9a3f7c67178f2".
001020     01 FILLER REDEFINES res-k-texto.
001030         05 res-k-hex        PIC X(8) OCCURS 64 TIMES.
001040     01 res-h0-texto.
001050         05 FILLER           PIC X(32) VALUE
001060                "6a09e667bb67ae853c6ef372a54ff53a".
001070         05 FILLER           PIC X(32) VALUE
001080                "510e527f9b05688c1f83d9ab5be0cd19".
001090     01 FILLER REDEFINES res-h0-texto.
001100         05 res-h0-hex       PIC X(8) OCCURS 8 TIMES.
