                           IF TIPONOTIF = "L" OR "l"
                               MOVE "LEMBRETE RETORNO" TO DISPTIPONOTIF
                           ELSE
                             IF TIPONOTIF = "B" OR "b"
                               MOVE "COBRANCA" TO DISPTIPONOTIF
                             ELSE
                               MOVE SPACES TO DISPTIPONOTIF.

      *---------[ ROTINA DE DESCRICAO DA SITUACAO DE ENVIO ]----------
