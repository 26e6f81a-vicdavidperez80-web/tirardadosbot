000000** Resumen SHA-256 de "res-texto" ("res-largo" octetos), con
000010** los datos de "resumen.cpy". Deja el resumen en "res-hex" y
000020** su primera palabra en "res-primera":
000030   CALCULAR-RESUMEN.
000040     IF NOT res-cargado THEN
000050       PERFORM RES-CARGAR-CONSTANTES
000060     END-IF.
000070** Relleno de la norma: el octeto 128 tras el texto, ceros y
000080** el largo en bits al final del ultimo bloque (con 119
000090** octetos como mucho, el largo cabe en los dos ultimos):
000100     INITIALIZE res-octetos.
000110     PERFORM VARYING res-p FROM 1 BY 1 UNTIL res-p > res-largo
000120       COMPUTE res-octeto(res-p) =
000130               FUNCTION ORD(res-texto(res-p:1)) - 1
000140     END-PERFORM.
000150     MOVE 128 TO res-octeto(res-largo + 1).
000160     IF res-largo < 56 THEN
000170       MOVE 1 TO res-bloques
000180     ELSE
000190       MOVE 2 TO res-bloques
000200     END-IF.
000210     COMPUTE res-bits-largo = res-largo * 8.
000220     COMPUTE res-p = res-bloques * 64.
000230     DIVIDE res-bits-largo BY 256 GIVING res-octeto(res-p - 1)
000240            REMAINDER res-octeto(res-p).
000250     MOVE res-inicial TO res-estado.
000260     PERFORM VARYING res-bloque FROM 1 BY 1
000270             UNTIL res-bloque > res-bloques
000280       PERFORM RES-PROCESAR-BLOQUE
000290     END-PERFORM.
000300     PERFORM RES-ESCRIBIR-HEX.
000310     EXIT.

000320** Un bloque de 64 octetos: las 16 palabras del bloque, las 48
000330** extendidas, las 64 rondas y la suma al estado:
000340   RES-PROCESAR-BLOQUE.
000350     PERFORM VARYING res-t FROM 1 BY 1 UNTIL res-t > 16
000360       PERFORM RES-CARGAR-PALABRA
000370     END-PERFORM.
000380     PERFORM VARYING res-t FROM 17 BY 1 UNTIL res-t > 64
000390       PERFORM RES-EXTENDER-PALABRA
000400     END-PERFORM.
000410     MOVE res-estado TO res-trabajo.
000420     PERFORM VARYING res-t FROM 1 BY 1 UNTIL res-t > 64
000430       PERFORM RES-RONDA
000440     END-PERFORM.
000450     PERFORM VARYING res-t FROM 1 BY 1 UNTIL res-t > 8
000460       MOVE res-h(res-t) TO res-acum
000470       MOVE res-v(res-t) TO res-x
000480       PERFORM RES-SUMAR
000490       MOVE res-acum TO res-h(res-t)
000500     END-PERFORM.
000510     EXIT.

000520** Cuatro octetos del bloque, del mas significativo al menos,
000530** a la palabra "res-t":
000540   RES-CARGAR-PALABRA.
000550     COMPUTE res-p = (res-bloque - 1) * 64 + (res-t - 1) * 4.
000560     PERFORM VARYING res-i FROM 1 BY 1 UNTIL res-i > 4
000570       ADD 1 TO res-p
000580       MOVE res-octeto(res-p) TO res-c
000590       COMPUTE res-j = res-i * 8
000600       PERFORM 8 TIMES
000610         DIVIDE res-c BY 2 GIVING res-c
000620                REMAINDER res-w-bit(res-t, res-j)
000630         SUBTRACT 1 FROM res-j
000640       END-PERFORM
000650     END-PERFORM.
000660     EXIT.

000670** W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16):
000680   RES-EXTENDER-PALABRA.
000690     MOVE res-w(res-t - 16) TO res-acum.
000700     MOVE res-w(res-t - 7) TO res-x.
000710     PERFORM RES-SUMAR.
000720     MOVE res-w(res-t - 15) TO res-x.
000730     MOVE 7 TO res-d1.
000740     MOVE 18 TO res-d2.
000750     MOVE 3 TO res-d3.
000760     SET res-desplaza TO TRUE.
000770     PERFORM RES-SIGMA.
000780     MOVE res-r TO res-x.
000790     PERFORM RES-SUMAR.
000800     MOVE res-w(res-t - 2) TO res-x.
000810     MOVE 17 TO res-d1.
000820     MOVE 19 TO res-d2.
000830     MOVE 10 TO res-d3.
000840     PERFORM RES-SIGMA.
000850     MOVE res-r TO res-x.
000860     PERFORM RES-SUMAR.
000870     MOVE res-acum TO res-w(res-t).
000880     EXIT.

000890** Una ronda: T1 = h + S1(e) + Ch(e,f,g) + K(t) + W(t),
000900** T2 = S0(a) + Maj(a,b,c), y las variables corren un puesto:
000910   RES-RONDA.
000920     MOVE res-v(8) TO res-acum.
000930     MOVE res-v(5) TO res-x.
000940     MOVE 6 TO res-d1.
000950     MOVE 11 TO res-d2.
000960     MOVE 25 TO res-d3.
000970     SET res-desplaza TO FALSE.
000980     PERFORM RES-SIGMA.
000990     MOVE res-r TO res-x.
001000     PERFORM RES-SUMAR.
001010     PERFORM VARYING res-i FROM 1 BY 1 UNTIL res-i > 32
001020       IF res-v-bit(5, res-i) = 1 THEN
001030         MOVE res-v-bit(6, res-i) TO res-x-bit(res-i)
001040       ELSE
001050         MOVE res-v-bit(7, res-i) TO res-x-bit(res-i)
001060       END-IF
001070     END-PERFORM.
001080     PERFORM RES-SUMAR.
001090     MOVE res-k(res-t) TO res-x.
001100     PERFORM RES-SUMAR.
001110     MOVE res-w(res-t) TO res-x.
001120     PERFORM RES-SUMAR.
001130     MOVE res-acum TO res-t1.
001140     MOVE res-v(1) TO res-x.
001150     MOVE 2 TO res-d1.
001160     MOVE 13 TO res-d2.
001170     MOVE 22 TO res-d3.
001180     PERFORM RES-SIGMA.
001190     MOVE res-r TO res-acum.
001200     PERFORM VARYING res-i FROM 1 BY 1 UNTIL res-i > 32
001210       IF res-v-bit(1, res-i) + res-v-bit(2, res-i)
001220          + res-v-bit(3, res-i) > 1 THEN
001230         MOVE 1 TO res-x-bit(res-i)
001240       ELSE
001250         MOVE 0 TO res-x-bit(res-i)
001260       END-IF
001270     END-PERFORM.
001280     PERFORM RES-SUMAR.
001290     MOVE res-acum TO res-t2.
001300     MOVE res-v(7) TO res-v(8).
001310     MOVE res-v(6) TO res-v(7).
001320     MOVE res-v(5) TO res-v(6).
001330     MOVE res-v(4) TO res-acum.
001340     MOVE res-t1 TO res-x.
001350     PERFORM RES-SUMAR.
001360     MOVE res-acum TO res-v(5).
001370     MOVE res-v(3) TO res-v(4).
001380     MOVE res-v(2) TO res-v(3).
001390     MOVE res-v(1) TO res-v(2).
001400     MOVE res-t1 TO res-acum.
001410     MOVE res-t2 TO res-x.
001420     PERFORM RES-SUMAR.
001430     MOVE res-acum TO res-v(1).
001440     EXIT.

001450** "res-r" = "res-x" rotada "res-d1" y "res-d2" casillas a la
001460** derecha y, "res-d3", rotada o desplazada (con
001470** "res-desplaza"), las tres sumadas bit a bit sin acarreo:
001480   RES-SIGMA.
001490     PERFORM VARYING res-i FROM 1 BY 1 UNTIL res-i > 32
001500       COMPUTE res-j = res-i - res-d1
001510       IF res-j < 1 THEN
001520         ADD 32 TO res-j
001530       END-IF
001540       MOVE res-x-bit(res-j) TO res-c
001550       COMPUTE res-j = res-i - res-d2
001560       IF res-j < 1 THEN
001570         ADD 32 TO res-j
001580       END-IF
001590       ADD res-x-bit(res-j) TO res-c
001600       COMPUTE res-j = res-i - res-d3
001610       IF res-j < 1 AND NOT res-desplaza THEN
001620         ADD 32 TO res-j
001630       END-IF
001640       IF res-j > 0 THEN
001650         ADD res-x-bit(res-j) TO res-c
001660       END-IF
001670       COMPUTE res-r-bit(res-i) = FUNCTION MOD(res-c, 2)
001680     END-PERFORM.
001690     EXIT.

001700** "res-acum" = "res-acum" + "res-x", modulo 2 elevado a 32:
001710   RES-SUMAR.
001720     MOVE 0 TO res-c.
001730     PERFORM VARYING res-i FROM 32 BY -1 UNTIL res-i < 1
001740       ADD res-acum-bit(res-i) res-x-bit(res-i) TO res-c
001750       DIVIDE res-c BY 2 GIVING res-c
001760              REMAINDER res-acum-bit(res-i)
001770     END-PERFORM.
001780     EXIT.

001790** El estado final, en hexadecimal y su primera palabra en
001800** decimal:
001810   RES-ESCRIBIR-HEX.
001820     MOVE SPACES TO res-hex.
001830     MOVE 0 TO res-p.
001840     PERFORM VARYING res-t FROM 1 BY 1 UNTIL res-t > 8
001850       PERFORM VARYING res-i FROM 1 BY 4 UNTIL res-i > 32
001860         COMPUTE res-c = res-h-bit(res-t, res-i) * 8
001870                       + res-h-bit(res-t, res-i + 1) * 4
001880                       + res-h-bit(res-t, res-i + 2) * 2
001890                       + res-h-bit(res-t, res-i + 3)
001900         ADD 1 TO res-p
001910         MOVE res-cifras(res-c + 1:1) TO res-hex(res-p:1)
001920       END-PERFORM
001930     END-PERFORM.
001940     MOVE 0 TO res-primera.
001950     PERFORM VARYING res-i FROM 1 BY 1 UNTIL res-i > 32
001960       COMPUTE res-primera = res-primera * 2
001970                      + res-h-bit(1, res-i)
001980     END-PERFORM.
001990     EXIT.

002000** Las constantes de la norma, de hexadecimal a bits (una vez):
002010   RES-CARGAR-CONSTANTES.
002020     PERFORM VARYING res-t FROM 1 BY 1 UNTIL res-t > 64
002030       MOVE res-k-hex(res-t) TO res-ocho
002040       PERFORM RES-OCHO-A-BITS
002050       MOVE res-x TO res-k(res-t)
002060     END-PERFORM.
002070     PERFORM VARYING res-t FROM 1 BY 1 UNTIL res-t > 8
002080       MOVE res-h0-hex(res-t) TO res-ocho
002090       PERFORM RES-OCHO-A-BITS
002100       MOVE res-x TO res-h0(res-t)
002110     END-PERFORM.
002120     SET res-cargado TO TRUE.
002130     EXIT.

002140   RES-OCHO-A-BITS.
002150     PERFORM VARYING res-p FROM 1 BY 1 UNTIL res-p > 8
002160       COMPUTE res-c = FUNCTION ORD(res-ocho(res-p:1)) - 1
002170       IF res-c > 96 THEN
002180         SUBTRACT 87 FROM res-c
002190       ELSE
002200         SUBTRACT 48 FROM res-c
002210       END-IF
002220       COMPUTE res-i = res-p * 4
002230       PERFORM 4 TIMES
002240         DIVIDE res-c BY 2 GIVING res-c
002250                REMAINDER res-x-bit(res-i)
002260         SUBTRACT 1 FROM res-i
002270       END-PERFORM
002280     END-PERFORM.
002290     EXIT.
