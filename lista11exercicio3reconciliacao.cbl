                   " So arqAlunos: " ws-qtd-so-ct
                   " So arqAlunosIndexed: " ws-qtd-so-ix

      *>    codigo de retorno 4 = concluido com divergencias (aviso)
           if ws-qtd-divergentes > 0
           or ws-qtd-so-ct       > 0
           or ws-qtd-so-ix       > 0 then
               move 4 to return-code
           end-if

           .
       conciliar-exit.
           exit.
           display ws-msn-erro.
           accept  ws-msn-erro.

      *>    codigo de retorno 12 = termino anormal (cadeia batch noturna)
           move 12 to return-code

           perform finaliza.

           stop run.
