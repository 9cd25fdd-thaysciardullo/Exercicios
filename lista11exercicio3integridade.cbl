                   ws-qtd-com-erro " com ocorrencias."
           display "Detalhes em relIntegridade.txt"

      *>    codigo de retorno 4 = concluido com ocorrencias (aviso)
           if ws-qtd-com-erro > 0 then
               move 4 to return-code
           end-if

           .
       imprimir-totais-exit.
           exit.
           display erase
           display ws-msn-erro.
           accept  ws-msn-erro.

      *>    codigo de retorno 12 = termino anormal (cadeia batch noturna)
           move 12 to return-code
           stop run
           .
       finaliza-anormal-exit.
