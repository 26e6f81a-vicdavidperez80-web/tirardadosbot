000270** para no perder el quien y el porque). En blanco, tirada
000280** normal. Tambien al final, por la misma compatibilidad.
000290         05 arc-anulada      PIC X.
000300** El robo de una carta ("--robar=" en la tirada): el mazo,
000310** la carta ("N:texto") y el estado del mazo antes del robo,
000320** para que "--verificar=AAAAMM/N" pueda comprobar la carta.
000330** Al final, por la misma compatibilidad:
000340         05 arc-mazo         PIC X(32).
000350         05 arc-carta        PIC X(110).
000360         05 arc-estado       PIC X(200).
000370** Marca de tirada conjunta ("iniciativa", "oposicion" o
000380** "grupo"): salio junto con otras de una sola orden. Al
000390** final, por la misma compatibilidad:
000400         05 arc-conjunta     PIC X(12).
000410** El numero de orden de la tirada en su sesion de semillas
000420** comprometidas ("contador=" en el log), para que DadosSesiones
000430** pueda comprobar su semilla tambien despues de rotar. Al
000440** final, por la misma compatibilidad:
000450         05 arc-contador     PIC X(9).
