000508                    ' called "<expr />" in <mono>grupos.dat' &
000509                    '</mono>. Check the name or define the' &
000510                    ' party first.'.
000511         05 error-en-17 PIC X(256)
000511                    VALUE '<err>Error!</err> There is no combat' &
000511                    ' in progress at this table. Start one' &
000511                    ' with <mono>--iniciativa --combate</mono>' &
000511                    ' and the participants.'.
000511         05 error-en-18 PIC X(256)
000511                    VALUE '<err>Error!</err> There is no' &
000511                    ' combatant called "<expr />" in the' &
000511                    ' combat in progress. Check the name.'.
000511         05 error-en-19 PIC X(256)
000511                    VALUE '<err>Error!</err> There is already' &
000511                    ' a combatant called "<expr />" in the' &
000511                    ' combat in progress. Use another name.'.
000511         05 error-en-20 PIC X(256)
000511                    VALUE '<err>Error!</err> There is no' &
000511                    ' resource "<expr />" in <mono>recursos' &
000511                    '.idx</mono>. Create it with <mono>' &
000511                    'DadosRecursos alta</mono> first.'.
000511         05 error-en-21 PIC X(256)
000511                    VALUE '<err>Error!</err> There is no deck' &
000511                    ' called "<expr />" in <mono>mazos.dat' &
000511                    '</mono>. Check the name or define the' &
000511                    ' deck first.'.
000511         05 error-en-22 PIC X(256)
000511                    VALUE '<err>Error!</err> There are no cards' &
000511                    ' left in deck "<expr />". Shuffle it' &
000511                    ' with <mono>--barajar=</mono> before' &
000511                    ' drawing again.'.
000511         05 error-en-23 PIC X(256)
000511                    VALUE '<err>Error!</err> The saved state of' &
000511                    ' deck "<expr />" does not match its' &
000511                    ' definition in <mono>mazos.dat</mono>.' &
000511                    ' Shuffle it whole with <mono>--barajar=' &
000511                    'MAZO:todo</mono>.'.
000511         05 error-en-24 PIC X(256)
000511                    VALUE '<err>Error!</err> There is no card' &
000511                    ' "<expr />" in play to discard. Check' &
000511                    ' the deck with <mono>--quedan=</mono>.'.
000511         05 error-en-25 PIC X(256)
000511                    VALUE '<err>Error!</err> Deck "<expr />"' &
000511                    ' changed while drawing (another draw at' &
000511                    ' the same time). Try again.'.
000511         05 error-en-26 PIC X(256)
000511                    VALUE '<err>Error!</err> Session' &
000511                    ' "<expr />" is already closed: its' &
000511                    ' secret has been published and it takes' &
000511                    ' no more rolls.'.
000511         05 error-en-27 PIC X(256)
000511                    VALUE '<err>Error!</err> Session' &
000511                    ' "<expr />" has committed seeds: the' &
000511                    ' seed cannot be chosen with' &
000511                    ' <mono>--semilla=</mono>.'.
000511     01 FILLER REDEFINES lista-mensajes-error-en.
000512         05 mensaje-error-en OCCURS 27 TIMES PIC X(256).
