           display erase
           display ws-msn-erro.
           accept  ws-msn-erro.

      *>    codigo de retorno 12 = termino anormal (cadeia batch noturna)
           move 12 to return-code
           stop run
           .
       finaliza-anormal-exit.
