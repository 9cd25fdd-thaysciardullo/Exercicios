           05  fd-tu-cod                           pic x(03).
           05  fd-tu-descricao                     pic x(20).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-mensalidade                   pic 9(05)v99.

       fd  arqEspera.
       01  fd-espera.
           display erase
           display ws-msn-erro.
           accept  ws-msn-erro.

      *>    codigo de retorno 12 = termino anormal (cadeia batch noturna)
           move 12 to return-code
           stop run
           .
       finaliza-anormal-exit.
